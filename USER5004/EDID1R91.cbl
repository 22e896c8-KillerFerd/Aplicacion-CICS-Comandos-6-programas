      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R91                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MUESTREO DIARIO DE CALIDAD DEL MANTENIMIENTO     *
      * ARCHIVOS    : EDF4AUL / EDM4PRF / EDM4CL (ENTRADA) /           *
      *               EDM4QAP (I/O) / EDM4QAM (SALIDA)                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE LA FECHA A MUESTREAR (AAAAMMDD) POR PARM; EN CEROS      *
      * TOMA LA FECHA DEL DIA. RECORRE LA BITACORA EDM4AUL DE ESA      *
      * FECHA POR EL PATH EDF4AUL Y TOMA LAS ALTAS ("AGREGAR") Y       *
      * MODIFICACIONES ("MODIFICAR") HECHAS POR OPERADORES CON         *
      * PERFIL EN EDM4PRF, FUERA DEL MODO DE ENTRENAMIENTO; LAS        *
      * CARGAS BATCH Y LAS INTERFACES NO TIENEN PERFIL Y NO ENTRAN.    *
      * A CADA MOVIMIENTO LE APLICA LA MAYOR DE LAS TASAS QUE LE       *
      * CORRESPONDEN EN EDM4QAP: LA PROPIA DEL OPERADOR O LA           *
      * GENERAL, LA DE OPERADOR NUEVO (DENTRO DE LOS DIAS DESDE SU     *
      * INGRESO) Y LA DE CLIENTE SENSIBLE, Y LO SORTEA CON EL          *
      * GENERADOR CONGRUENCIAL SEMBRADO CON LA FECHA (LA MISMA FECHA   *
      * DA LA MISMA MUESTRA). LOS ELEGIDOS PASAN A EDM4QAM PENDIENTES  *
      * DE REVISION EN EDID1QL5. SI LA FECHA YA TIENE MUESTRA NO       *
      * GRABA NADA: LAS REVISIONES HECHAS NO SE PIERDEN AL REPETIR.    *
      * UN OPERADOR SIN FILA EN EDM4QAP LA RECIBE CON LA FECHA DE LA   *
      * MUESTRA COMO INGRESO. SIN LA FILA "*GENERAL" USA 5% GENERAL,   *
      * 20% NUEVO, 25% SENSIBLE Y 90 DIAS COMO NUEVO                   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R91.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDF4AUL ASSIGN TO EDF4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAU-FECHA-HORA-MOV
               FILE STATUS IS WKS-EDF4AUL-STATUS.

           SELECT EDM4PRF ASSIGN TO EDM4PRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPF-LLAVE
               FILE STATUS IS WKS-EDM4PRF-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4QAP ASSIGN TO EDM4QAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDQP-LLAVE
               FILE STATUS IS WKS-EDM4QAP-STATUS.

           SELECT EDM4QAM ASSIGN TO EDM4QAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDQM-LLAVE
               FILE STATUS IS WKS-EDM4QAM-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDF4AUL.
       COPY EDMAUL.

       FD  EDM4PRF.
       COPY EDMPRF.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4QAP.
       COPY EDMQAP.

       FD  EDM4QAM.
       COPY EDMQAM.

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDF4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDF4AUL-OK        VALUE "00" "02".
               88 WKS-EDF4AUL-EOF       VALUE "10".
           02 WKS-EDM4PRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRF-OK        VALUE "00".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-EDM4QAP-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4QAP-OK        VALUE "00".
           02 WKS-EDM4QAM-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4QAM-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-YA-MUESTREADA    PIC 9 VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ELEGIBLES       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-PERFIL      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ENTRENA         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-MUESTRA         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SEL-GENERAL     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SEL-OPERADOR    PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SEL-NUEVO       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SEL-SENSIBLE    PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-OPER-NUEVOS     PIC 9(07) VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-FECHA-MUESTRA         PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-MUESTRA        PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-INGRESO        PIC 9(07) VALUE ZEROS.

      *-->TASAS DE LA FILA "*GENERAL" (O LAS DE OMISION) Y LA QUE SE
      *   APLICA AL MOVIMIENTO EN CURSO CON SU MOTIVO
       01 WKS-TASAS.
           02 WKS-TASA-GENERAL          PIC 9(03) VALUE 5.
           02 WKS-TASA-NUEVO            PIC 9(03) VALUE 20.
           02 WKS-TASA-SENSIBLE         PIC 9(03) VALUE 25.
           02 WKS-DIAS-NUEVO            PIC 9(03) VALUE 90.
           02 WKS-TASA-APLICADA         PIC 9(03) VALUE ZEROS.
           02 WKS-MOTIVO-SELECCION      PIC X(01) VALUE SPACES.

       01 WKS-SORTEO.
           02 WKS-ALEA                  PIC 9(10) VALUE ZEROS.
           02 WKS-NUMERO-SORTEO         PIC 9(03) VALUE ZEROS.
           02 WKS-SECUENCIA             PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-FECHA                PIC 9(08).

       PROCEDURE DIVISION USING WKS-PARM-FECHA.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               IF WKS-FLAG-YA-MUESTREADA = ZEROS
                   PERFORM 200-RECORRE-BITACORA
               END-IF
               CLOSE EDF4AUL
               CLOSE EDM4PRF
               CLOSE EDM4CL
               CLOSE EDM4QAP
               CLOSE EDM4QAM
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> FECHA DE LA MUESTRA, SEMILLA, TASAS GENERALES Y CONTROL DE
      *    QUE LA FECHA NO TENGA YA SU MUESTRA
       100-INICIO.
           IF WKS-PARM-FECHA NUMERIC AND WKS-PARM-FECHA > ZEROS
               MOVE WKS-PARM-FECHA TO WKS-FECHA-MUESTRA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-MUESTRA
           END-IF
           COMPUTE WKS-ENTERO-MUESTRA =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-MUESTRA)
           MOVE WKS-FECHA-MUESTRA TO WKS-ALEA
           OPEN INPUT EDF4AUL
           OPEN INPUT EDM4PRF
           OPEN INPUT EDM4CL
           OPEN I-O   EDM4QAP
           OPEN I-O   EDM4QAM
           IF NOT WKS-EDF4AUL-OK OR NOT WKS-EDM4PRF-OK
           OR NOT WKS-EDM4CL-OK OR NOT WKS-EDM4QAP-OK
           OR NOT WKS-EDM4QAM-OK
               DISPLAY "EDID1R91 - ERROR AL ABRIR ARCHIVOS: AUL "
                   WKS-EDF4AUL-STATUS " PRF " WKS-EDM4PRF-STATUS
                   " CL " WKS-EDM4CL-STATUS " QAP "
                   WKS-EDM4QAP-STATUS " QAM " WKS-EDM4QAM-STATUS
               MOVE 1 TO WKS-FLAG-ERROR
           ELSE
               PERFORM 110-LEE-TASAS-GENERALES
               PERFORM 120-VERIFICA-MUESTRA-PREVIA
           END-IF.

       110-LEE-TASAS-GENERALES.
           MOVE "*GENERAL" TO EDQP-OPERADOR
           READ EDM4QAP
           IF WKS-EDM4QAP-OK
               MOVE EDQP-TASA-GENERAL  TO WKS-TASA-GENERAL
               MOVE EDQP-TASA-NUEVO    TO WKS-TASA-NUEVO
               MOVE EDQP-TASA-SENSIBLE TO WKS-TASA-SENSIBLE
               MOVE EDQP-DIAS-NUEVO    TO WKS-DIAS-NUEVO
           ELSE
               DISPLAY "EDID1R91 - SIN FILA *GENERAL EN EDM4QAP, "
                   "SE USAN LAS TASAS DE OMISION"
           END-IF
           DISPLAY "EDID1R91 - TASAS: GENERAL " WKS-TASA-GENERAL
               " NUEVO " WKS-TASA-NUEVO " SENSIBLE "
               WKS-TASA-SENSIBLE " DIAS NUEVO " WKS-DIAS-NUEVO.

       120-VERIFICA-MUESTRA-PREVIA.
           MOVE WKS-FECHA-MUESTRA TO EDQM-FECHA-MUESTRA
           MOVE ZEROS             TO EDQM-SECUENCIA
           START EDM4QAM KEY IS NOT LESS THAN EDQM-LLAVE
               INVALID KEY
                   MOVE "10" TO WKS-EDM4QAM-STATUS
           END-START
           IF WKS-EDM4QAM-OK
               READ EDM4QAM NEXT RECORD
               IF WKS-EDM4QAM-OK
               AND EDQM-FECHA-MUESTRA = WKS-FECHA-MUESTRA
                   MOVE 1 TO WKS-FLAG-YA-MUESTREADA
                   DISPLAY "EDID1R91 - LA FECHA " WKS-FECHA-MUESTRA
                       " YA TIENE MUESTRA, NO SE GRABA NADA"
               END-IF
           END-IF.

      *--> SE POSICIONA EN EL PATH EDF4AUL AL INICIO DE LA FECHA Y LEE
      *    HASTA QUE CAMBIA EL DIA
       200-RECORRE-BITACORA.
           MOVE WKS-FECHA-MUESTRA TO EDAU-FECHA-MOV
           MOVE ZEROS             TO EDAU-HORA-MOV
           START EDF4AUL KEY IS NOT LESS THAN EDAU-FECHA-HORA-MOV
               INVALID KEY
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-START
           IF NOT WKS-EDF4AUL-EOF
               PERFORM 210-LEER-EDF4AUL
           END-IF
           PERFORM UNTIL WKS-EDF4AUL-EOF
           OR EDAU-FECHA-MOV NOT = WKS-FECHA-MUESTRA
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDAU-ACCION = "AGREGAR" OR EDAU-ACCION = "MODIFICAR"
                   PERFORM 300-EVALUA-MOVIMIENTO
               END-IF
               PERFORM 210-LEER-EDF4AUL
           END-PERFORM.

       210-LEER-EDF4AUL.
           READ EDF4AUL NEXT RECORD
               AT END
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-READ.

      *--> SOLO TRABAJO DE OPERADORES CON PERFIL Y FUERA DE
      *    ENTRENAMIENTO; CADA ELEGIBLE CONSUME UN NUMERO DEL SORTEO
      *    PARA QUE LA MUESTRA DEPENDA SOLO DE LA FECHA Y LA BITACORA
       300-EVALUA-MOVIMIENTO.
           MOVE EDAU-OPERADOR TO EDPF-OPERADOR
           READ EDM4PRF
           IF NOT WKS-EDM4PRF-OK
               ADD 1 TO WKS-TOTAL-SIN-PERFIL
           ELSE IF EDPF-ES-ENTRENA
               ADD 1 TO WKS-TOTAL-ENTRENA
           ELSE
               ADD 1 TO WKS-TOTAL-ELEGIBLES
               PERFORM 310-PARAMETROS-OPERADOR
               PERFORM 320-DETERMINA-TASA
               PERFORM 590-SIGUIENTE-ALEA
               COMPUTE WKS-NUMERO-SORTEO = FUNCTION MOD(WKS-ALEA, 100)
               IF WKS-NUMERO-SORTEO < WKS-TASA-APLICADA
                   PERFORM 400-GRABA-MUESTRA
               END-IF
           END-IF.

      *--> FILA DEL OPERADOR EN EDM4QAP; LA PRIMERA VEZ QUE APARECE
      *    SE LE DA DE ALTA CON LA FECHA DE LA MUESTRA COMO INGRESO
       310-PARAMETROS-OPERADOR.
           MOVE EDAU-OPERADOR TO EDQP-OPERADOR
           READ EDM4QAP
           IF NOT WKS-EDM4QAP-OK
               INITIALIZE REG-EDMQAP
               MOVE EDAU-OPERADOR     TO EDQP-OPERADOR
               MOVE ZEROS             TO EDQP-TASA
               MOVE WKS-FECHA-MUESTRA TO EDQP-FECHA-INGRESO
               MOVE "EDID1R91"        TO EDQP-OPERADOR-ULT-MOV
               MOVE WKS-FECHA-MUESTRA TO EDQP-FECHA-ULT-MOV
               WRITE REG-EDMQAP
               IF WKS-EDM4QAP-OK
                   ADD 1 TO WKS-TOTAL-OPER-NUEVOS
               END-IF
           END-IF.

      *--> LA MAYOR DE LAS TASAS QUE CORRESPONDEN; EN EMPATE QUEDA EL
      *    PRIMER MOTIVO (GENERAL/OPERADOR, NUEVO, SENSIBLE)
       320-DETERMINA-TASA.
           IF EDQP-TASA > ZEROS
               MOVE EDQP-TASA TO WKS-TASA-APLICADA
               MOVE "O" TO WKS-MOTIVO-SELECCION
           ELSE
               MOVE WKS-TASA-GENERAL TO WKS-TASA-APLICADA
               MOVE "G" TO WKS-MOTIVO-SELECCION
           END-IF
           IF EDQP-FECHA-INGRESO NUMERIC
           AND EDQP-FECHA-INGRESO > ZEROS
           AND EDQP-FECHA-INGRESO NOT > WKS-FECHA-MUESTRA
               COMPUTE WKS-ENTERO-INGRESO =
                   FUNCTION INTEGER-OF-DATE(EDQP-FECHA-INGRESO)
               IF WKS-ENTERO-MUESTRA - WKS-ENTERO-INGRESO
                   < WKS-DIAS-NUEVO
               AND WKS-TASA-NUEVO > WKS-TASA-APLICADA
                   MOVE WKS-TASA-NUEVO TO WKS-TASA-APLICADA
                   MOVE "N" TO WKS-MOTIVO-SELECCION
               END-IF
           END-IF
           MOVE EDAU-CO-CLIENTE TO EDMC-LLAVE
           READ EDM4CL
           IF WKS-EDM4CL-OK AND EDMC-SENSIBLE
           AND WKS-TASA-SENSIBLE > WKS-TASA-APLICADA
               MOVE WKS-TASA-SENSIBLE TO WKS-TASA-APLICADA
               MOVE "S" TO WKS-MOTIVO-SELECCION
           END-IF.

       400-GRABA-MUESTRA.
           ADD 1 TO WKS-SECUENCIA
           INITIALIZE REG-EDMQAM
           MOVE WKS-FECHA-MUESTRA    TO EDQM-FECHA-MUESTRA
           MOVE WKS-SECUENCIA        TO EDQM-SECUENCIA
           MOVE EDAU-CO-CLIENTE      TO EDQM-CO-CLIENTE
           MOVE EDAU-FECHA-MOV       TO EDQM-FECHA-MOV
           MOVE EDAU-HORA-MOV        TO EDQM-HORA-MOV
           MOVE EDAU-PROGRAMA        TO EDQM-PROGRAMA
           MOVE EDAU-ACCION          TO EDQM-ACCION
           MOVE EDAU-OPERADOR        TO EDQM-OPERADOR
           MOVE EDPF-SUCURSAL        TO EDQM-SUCURSAL
           MOVE WKS-MOTIVO-SELECCION TO EDQM-MOTIVO-SELECCION
           MOVE WKS-TASA-APLICADA    TO EDQM-TASA-APLICADA
           SET EDQM-PENDIENTE        TO TRUE
           WRITE REG-EDMQAM
           IF WKS-EDM4QAM-OK
               ADD 1 TO WKS-TOTAL-MUESTRA
               EVALUATE TRUE
                   WHEN EDQM-SEL-GENERAL
                       ADD 1 TO WKS-TOTAL-SEL-GENERAL
                   WHEN EDQM-SEL-OPERADOR
                       ADD 1 TO WKS-TOTAL-SEL-OPERADOR
                   WHEN EDQM-SEL-NUEVO
                       ADD 1 TO WKS-TOTAL-SEL-NUEVO
                   WHEN EDQM-SEL-SENSIBLE
                       ADD 1 TO WKS-TOTAL-SEL-SENSIBLE
               END-EVALUATE
           ELSE
               DISPLAY "EDID1R91 - ERROR " WKS-EDM4QAM-STATUS
                   " AL GRABAR LA MUESTRA " WKS-SECUENCIA
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF.

      *--> GENERADOR CONGRUENCIAL (MULTIPLICADOR 16807, MODULO 2**31-1)
       590-SIGUIENTE-ALEA.
           COMPUTE WKS-ALEA =
               FUNCTION MOD(WKS-ALEA * 16807, 2147483647).

       900-FINAL.
           DISPLAY "EDID1R91 - FECHA MUESTREADA     : "
               WKS-FECHA-MUESTRA
           DISPLAY "EDID1R91 - MOVIMIENTOS DEL DIA  : "
               WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R91 - ALTAS/CAMBIOS ELEGIB.: "
               WKS-TOTAL-ELEGIBLES
           DISPLAY "EDID1R91 - OMITIDOS SIN PERFIL  : "
               WKS-TOTAL-SIN-PERFIL
           DISPLAY "EDID1R91 - OMITIDOS ENTRENAMIENT: "
               WKS-TOTAL-ENTRENA
           DISPLAY "EDID1R91 - EN MUESTRA           : "
               WKS-TOTAL-MUESTRA
           DISPLAY "EDID1R91 -   POR TASA GENERAL   : "
               WKS-TOTAL-SEL-GENERAL
           DISPLAY "EDID1R91 -   POR TASA OPERADOR  : "
               WKS-TOTAL-SEL-OPERADOR
           DISPLAY "EDID1R91 -   POR OPERADOR NUEVO : "
               WKS-TOTAL-SEL-NUEVO
           DISPLAY "EDID1R91 -   POR CLIENTE SENSIB.: "
               WKS-TOTAL-SEL-SENSIBLE
           DISPLAY "EDID1R91 - OPERADORES REGISTRAD.: "
               WKS-TOTAL-OPER-NUEVOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R91" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R91" TO EDJL-OPERADOR
           MOVE WKS-PARM-FECHA TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN ARCHIVO SIN ABRIR O UNA
      *    MUESTRA QUE NO SE PUDO GRABAR TERMINA EN ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R91" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS  TO EDJL-LEIDOS
               MOVE WKS-TOTAL-MUESTRA TO EDJL-ESCRITOS
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
