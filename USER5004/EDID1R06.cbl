      * PROGRAMA    : EDID1R06                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DE CLIENTES SIN ACTIVIDAD RECIENTE       *
      * ARCHIVOS    : EDM4CL (ENTRADA) / EDM4AUL (ENTRADA) /           *
      *               EDF4AUL (ENTRADA) / REPORTE                      *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * EDMC-FECHA-CREACION COMO PROXY, REACOMODANDO SUS BYTES DE      *
      * DDAAAAMM... (ALMACENADA DDMMAAAA) A AAAAMMDD PARA PODER        *
      * COMPARARLA CONTRA LA FECHA DE CORTE. SE REPORTAN LOS CLIENTES  *
      * CUYA ULTIMA ACTIVIDAD SEA ANTERIOR AL CORTE (HOY MENOS ANIOS). *
      * LOS MOVIMIENTOS DESDE EL CORTE SE LEEN UNA SOLA VEZ POR EL     *
      * PATH EDF4AUL (BITACORA POR FECHA Y HORA), SE ORDENAN POR       *
      * CLIENTE Y SE APAREAN CONTRA EDM4CL: EL CLIENTE QUE APARECE AHI *
      * ESTA ACTIVO Y NO SE BUSCA EN EDM4AUL; SOLO LOS DEMAS SE        *
      * POSICIONAN POR CODIGO PARA OBTENER LA FECHA QUE SE IMPRIME     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R06.
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDF4AUL ASSIGN TO EDF4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAF-FECHA-HORA-MOV
               FILE STATUS IS WKS-EDF4AUL-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.
       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDF4AUL.
       COPY EDMAUL
           REPLACING ==REG-EDMAUL==                BY ==REG-EDF4AUL==
                     ==EDAU-LLAVE==                 BY ==EDAF-LLAVE==
                     ==EDAU-CO-CLIENTE==            BY
                         ==EDAF-CO-CLIENTE==
                     ==EDAU-FECHA-HORA-MOV==        BY
                         ==EDAF-FECHA-HORA-MOV==
                     ==EDAU-FECHA-MOV==             BY
                         ==EDAF-FECHA-MOV==
                     ==EDAU-HORA-MOV==              BY
                         ==EDAF-HORA-MOV==
                     ==EDAU-PROGRAMA==              BY
                         ==EDAF-PROGRAMA==
                     ==EDAU-ACCION==                BY
                         ==EDAF-ACCION==
                     ==EDAU-OPERADOR==              BY
                         ==EDAF-OPERADOR==
                     ==EDAU-TERMINAL==              BY
                         ==EDAF-TERMINAL==
                     ==EDAU-ANTES==                 BY
                         ==EDAF-ANTES==
                     ==EDAU-ANTES-NOMBRE==          BY
                         ==EDAF-ANTES-NOMBRE==
                     ==EDAU-ANTES-FECHA-NAC==       BY
                         ==EDAF-ANTES-FECHA-NAC==
                     ==EDAU-ANTES-TELEFONO==        BY
                         ==EDAF-ANTES-TELEFONO==
                     ==EDAU-ANTES-MARCA-ELIM==      BY
                         ==EDAF-ANTES-MARCA-ELIM==
                     ==EDAU-DESPUES==               BY
                         ==EDAF-DESPUES==
                     ==EDAU-DESPUES-NOMBRE==        BY
                         ==EDAF-DESPUES-NOMBRE==
                     ==EDAU-DESPUES-FECHA-NAC==     BY
                         ==EDAF-DESPUES-FECHA-NAC==
                     ==EDAU-DESPUES-TELEFONO==      BY
                         ==EDAF-DESPUES-TELEFONO==
                     ==EDAU-DESPUES-MARCA-ELIM==    BY
                         ==EDAF-DESPUES-MARCA-ELIM==
                     ==EDAU-MOTIVO==                BY
                         ==EDAF-MOTIVO==
                     ==EDAU-IMAGEN-ANTES==          BY
                         ==EDAF-IMAGEN-ANTES==
                     ==EDAU-IMAGEN-DESPUES==        BY
                         ==EDAF-IMAGEN-DESPUES==.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-CO-CLIENTE             PIC 9(08).

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
               88 WKS-EDM4AUL-EOF       VALUE "10".
           02 WKS-EDF4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDF4AUL-OK        VALUE "00" "02".
               88 WKS-EDF4AUL-EOF       VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-INACTIVOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-MOVS-RECIENTES  PIC 9(07) VALUE ZEROS.

      *--> BANDERA: SE ENCONTRO ALGUNA BITACORA PARA EL CLIENTE ACTUAL
       01 WKS-FLAGS.
           02 WKS-FLAG-FOUND-AUDIT      PIC 9 VALUE ZEROS.
           02 WKS-FLAG-MOV-RECIENTE     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SORT-EOF         PIC 9 VALUE ZEROS.
               88 WKS-SORT-EOF          VALUE 1.

      *--> FECHA DE CORTE (HOY MENOS EL NUMERO DE ANIOS DEL PARM)
       01 WKS-CUTOFF-FECHA.
       PROCEDURE DIVISION USING WKS-PARM-ANIOS.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-CUTOFF-AAAA
           SUBTRACT WKS-PARM-ANIOS FROM WKS-CUTOFF-AAAA
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-CUTOFF-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-CUTOFF-DD
           SORT WORK-SORT
               ON ASCENDING KEY SRT-CO-CLIENTE
               INPUT PROCEDURE 150-SUELTA-MOVS-RECIENTES
               OUTPUT PROCEDURE 180-APAREA-EDM4CL
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4AUL
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-EDM4CL.

      *--> FASE DE ENTRADA DEL SORT: SE POSICIONA EN EL PATH EDF4AUL
      *    EN LA FECHA DE CORTE Y SUELTA EL CODIGO DE CLIENTE DE CADA
      *    MOVIMIENTO DESDE AHI HASTA EL FINAL DE LA BITACORA
       150-SUELTA-MOVS-RECIENTES.
           OPEN INPUT EDF4AUL
           MOVE WKS-CUTOFF-FECHA TO EDAF-FECHA-MOV
           MOVE ZEROS            TO EDAF-HORA-MOV
           START EDF4AUL KEY IS NOT LESS THAN EDAF-FECHA-HORA-MOV
               INVALID KEY
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-START
           IF NOT WKS-EDF4AUL-EOF
               PERFORM 160-LEER-EDF4AUL
           END-IF
           PERFORM UNTIL WKS-EDF4AUL-EOF
               MOVE EDAF-CO-CLIENTE TO SRT-CO-CLIENTE
               RELEASE REG-SORT
               ADD 1 TO WKS-TOTAL-MOVS-RECIENTES
               PERFORM 160-LEER-EDF4AUL
           END-PERFORM
           CLOSE EDF4AUL.

       160-LEER-EDF4AUL.
           READ EDF4AUL NEXT RECORD
               AT END
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-READ.

      *--> FASE DE SALIDA DEL SORT: RECORRE EDM4CL EN ORDEN DE CODIGO
      *    APAREANDO CONTRA LOS CLIENTES CON MOVIMIENTO DESDE EL CORTE
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

      *--> POR CADA CLIENTE ACTIVO SIN MOVIMIENTO DESDE EL CORTE,
      *    DETERMINA SU ULTIMA ACTIVIDAD Y LA COMPARA CONTRA EL CORTE
       200-PROCESA-EDM4CL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDMC-MARCA-ELIMINADO NOT = "D"
               PERFORM 230-BUSCA-MOV-RECIENTE
               IF WKS-FLAG-MOV-RECIENTE = ZEROS
                   PERFORM 300-FIND-LAST-TOUCH
                   IF WKS-LAST-TOUCH < WKS-CUTOFF-FECHA
                       PERFORM 220-REPORTA-INACTIVO
                   END-IF
               END-IF
           END-IF
           PERFORM 210-LEER-EDM4CL.
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           ADD 1 TO WKS-TOTAL-INACTIVOS.

      *--> AVANZA LOS CODIGOS ORDENADOS HASTA EL CLIENTE ACTUAL Y MIRA
      *    SI TUVO MOVIMIENTO DESDE LA FECHA DE CORTE
       230-BUSCA-MOV-RECIENTE.
           MOVE ZEROS TO WKS-FLAG-MOV-RECIENTE
           PERFORM UNTIL WKS-SORT-EOF
           OR SRT-CO-CLIENTE NOT < EDMC-LLAVE
               PERFORM 190-LEER-SORT
           END-PERFORM
           IF NOT WKS-SORT-EOF
           AND SRT-CO-CLIENTE = EDMC-LLAVE
               MOVE 1 TO WKS-FLAG-MOV-RECIENTE
           END-IF.

      *--> BUSCA EN EDM4AUL LA FECHA DE MOVIMIENTO MAS RECIENTE DEL
      *    CLIENTE EN CURSO; SI NO TIENE BITACORA, USA LA FECHA DE
      *    CREACION DE EDM4CL (REACOMODADA A AAAAMMDD) COMO PROXY
           CLOSE EDM4AUL
           CLOSE REPORTE
           DISPLAY "EDID1R06 - LEIDOS EDM4CL   : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R06 - MOVS DESDE CORTE: "
               WKS-TOTAL-MOVS-RECIENTES
           DISPLAY "EDID1R06 - SIN ACTIVIDAD   : " WKS-TOTAL-INACTIVOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
