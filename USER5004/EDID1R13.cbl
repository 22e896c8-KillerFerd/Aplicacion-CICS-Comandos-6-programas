      * PROGRAMA    : EDID1R13                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : EXTRACTO NOCTURNO DE DELTAS PARA OTROS SISTEMAS  *
      * ARCHIVOS    : EDM4CL (ENTRADA) / EDF4AUL (ENTRADA) /           *
      *               DELTA (SALIDA)                                   *
      * ACCION (ES) : E=Extraer                                        *
      * PROGRAMA(S) : -                                                *
      * RECIBE LA FECHA DEL DIA (AAAAMMDD) POR PARM. RECORRE EDM4CL   *
      * Y CLASIFICA CADA CLIENTE CON MOVIMIENTO EN EL DIA:            *
      *   A = ALTA DEL DIA (EDMC-FECHA-CREACION, GUARDADA DDMMAAAA)   *
      *   D = MARCADO PARA ELIMINAR CON MOVIMIENTO EN LA BITACORA HOY *
      *   M = MODIFICADO SEGUN LA BITACORA DE HOY                     *
      * ESCRIBE EN DELTA EL CODIGO DE ACCION MAS LA IMAGEN COMPLETA   *
      * REG-EDMACL, Y CIERRA CON UN TRAILER "T" CON LOS CONTEOS Y LA  *
      * FECHA DE PROCESO PARA QUE LOS RECEPTORES VALIDEN COMPLETITUD. *
      * LOS MOVIMIENTOS DEL DIA SE LEEN UNA SOLA VEZ POR EL PATH      *
      * EDF4AUL (BITACORA POR FECHA Y HORA), SE ORDENAN POR CLIENTE Y *
      * SE APAREAN CONTRA EL RECORRIDO DE EDM4CL                      *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R13.
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDF4AUL ASSIGN TO EDF4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAU-FECHA-HORA-MOV
               FILE STATUS IS WKS-EDF4AUL-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

           SELECT DELTA ASSIGN TO DELTA
               ORGANIZATION IS LINE SEQUENTIAL
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDF4AUL.
       COPY EDMAUL.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-CO-CLIENTE             PIC 9(08).

       FD  DELTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDF4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDF4AUL-OK        VALUE "00" "02".
               88 WKS-EDF4AUL-EOF       VALUE "10".
           02 WKS-DELTA-STATUS          PIC X(02) VALUE SPACES.
               88 WKS-DELTA-OK          VALUE "00".

           02 WKS-TOTAL-ALTAS           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CAMBIOS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-BAJAS           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-MOVS-DIA        PIC 9(07) VALUE ZEROS.

       01 WKS-FLAGS.
           02 WKS-FLAG-MOV-HOY          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SORT-EOF         PIC 9 VALUE ZEROS.
               88 WKS-SORT-EOF          VALUE 1.

      *--> FECHA DE PROCESO (AAAAMMDD) Y SU FORMA DDMMAAAA PARA
      *    COMPARAR CONTRA EDMC-FECHA-CREACION
           MOVE WKS-FP-MM   TO WKS-FC-MM
           MOVE WKS-FP-DD   TO WKS-FC-DD
           PERFORM 920-JOBLOG-INICIO
           SORT WORK-SORT
               ON ASCENDING KEY SRT-CO-CLIENTE
               INPUT PROCEDURE 150-SUELTA-MOVS-DEL-DIA
               OUTPUT PROCEDURE 180-APAREA-EDM4CL
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT  EDM4CL
           OPEN OUTPUT DELTA
           PERFORM 210-LEER-EDM4CL.

      *--> FASE DE ENTRADA DEL SORT: SE POSICIONA EN EL PATH EDF4AUL
      *    AL INICIO DEL DIA Y SUELTA EL CODIGO DE CLIENTE DE CADA
      *    MOVIMIENTO HASTA QUE APARECE LA FECHA SIGUIENTE
       150-SUELTA-MOVS-DEL-DIA.
           OPEN INPUT EDF4AUL
           MOVE WKS-FECHA-PROCESO TO EDAU-FECHA-MOV
           MOVE ZEROS             TO EDAU-HORA-MOV
           START EDF4AUL KEY IS NOT LESS THAN EDAU-FECHA-HORA-MOV
               INVALID KEY
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-START
           IF NOT WKS-EDF4AUL-EOF
               PERFORM 160-LEER-EDF4AUL
           END-IF
           PERFORM UNTIL WKS-EDF4AUL-EOF
               MOVE EDAU-CO-CLIENTE TO SRT-CO-CLIENTE
               RELEASE REG-SORT
               ADD 1 TO WKS-TOTAL-MOVS-DIA
               PERFORM 160-LEER-EDF4AUL
           END-PERFORM
           CLOSE EDF4AUL.

       160-LEER-EDF4AUL.
           READ EDF4AUL NEXT RECORD
               AT END
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-READ
           IF WKS-EDF4AUL-OK
           AND EDAU-FECHA-MOV NOT = WKS-FECHA-PROCESO
               SET WKS-EDF4AUL-EOF TO TRUE
           END-IF.

      *--> FASE DE SALIDA DEL SORT: RECORRE EDM4CL EN ORDEN DE CODIGO
      *    APAREANDO CONTRA LOS CLIENTES CON MOVIMIENTO DEL DIA
       180-APAREA-EDM4CL.
           PERFORM 100-INICIO
           PERFORM 190-LEER-SORT
           PERFORM 200-PROCESA-EDM4CL
               UNTIL WKS-EDM4CL-EOF.

       190-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       200-PROCESA-EDM4CL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           EVALUATE TRUE
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> AVANZA LOS CODIGOS ORDENADOS HASTA EL CLIENTE ACTUAL Y MIRA
      *    SI TUVO AL MENOS UN MOVIMIENTO DEL DIA (LOS REPETIDOS DEL
      *    MISMO CLIENTE SE SALTAN AL AVANZAR AL SIGUIENTE)
       220-BUSCA-MOV-DEL-DIA.
           MOVE ZEROS TO WKS-FLAG-MOV-HOY
           PERFORM UNTIL WKS-SORT-EOF
           OR SRT-CO-CLIENTE NOT < EDMC-LLAVE
               PERFORM 190-LEER-SORT
           END-PERFORM
           IF NOT WKS-SORT-EOF
           AND SRT-CO-CLIENTE = EDMC-LLAVE
               MOVE 1 TO WKS-FLAG-MOV-HOY
           END-IF.

       230-ESCRIBE-DELTA.
           MOVE WKS-DELTA-TRAILER TO REG-DELTA
           WRITE REG-DELTA
           CLOSE EDM4CL
           CLOSE DELTA
           DISPLAY "EDID1R13 - LEIDOS  : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R13 - MOVS DIA: " WKS-TOTAL-MOVS-DIA
           DISPLAY "EDID1R13 - ALTAS   : " WKS-TOTAL-ALTAS
           DISPLAY "EDID1R13 - CAMBIOS : " WKS-TOTAL-CAMBIOS
           DISPLAY "EDID1R13 - BAJAS   : " WKS-TOTAL-BAJAS.
