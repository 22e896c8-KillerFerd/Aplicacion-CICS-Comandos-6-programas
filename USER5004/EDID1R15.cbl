      * PROGRAMA    : EDID1R15                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ESTADISTICA MENSUAL DE MOVIMIENTOS Y OPERADORES  *
      * ARCHIVOS    : EDF4AUL (ENTRADA) / EDM4CL (ENTRADA) /           *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE EL MES (AAAAMM) POR PARM. LEE SOLO LOS MOVIMIENTOS DEL  *
      * MES POR EL PATH EDF4AUL (BITACORA POR FECHA Y HORA, DESDE EL   *
      * DIA 01 HASTA EL CAMBIO DE MES) Y ACUMULA, POR OPERADOR Y       *
      * PROGRAMA, LOS CONTEOS DE ALTAS, MODIFICACIONES, ELIMINACIONES, *
      * RESTAURACIONES Y DESHACER, MAS LOS TOTALES DIARIOS DEL MES. LA *
      * TABLA SE ORDENA POR TOTAL DESCENDENTE (RANKING) Y LA PAGINA    *
      * FINAL RECONCILIA CONTRA EL CONTEO REAL DE EDM4CL               *
      * (ACTIVOS/MARCADOS/TOTAL). SIRVE PARA DIMENSIONAR LA VENTANILLA *
      * Y DETECTAR VOLUMENES ANORMALES DE ELIMINACIONES                *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDF4AUL ASSIGN TO EDF4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAU-FECHA-HORA-MOV
               FILE STATUS IS WKS-EDF4AUL-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  EDF4AUL.
       COPY EDMAUL.

       FD  EDM4CL.

       WORKING-STORAGE SECTION.
       01 WKS-FILE-STATUS.
           02 WKS-EDF4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDF4AUL-OK        VALUE "00" "02".
               88 WKS-EDF4AUL-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
       000-MAIN-PROCESS.
           MOVE WKS-PARM-MES TO WKS-MES-PROCESO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-EDF4AUL
               UNTIL WKS-EDF4AUL-EOF
           PERFORM 300-RECUENTA-EDM4CL
           PERFORM 400-ORDENA-RANKING
           PERFORM 500-IMPRIME
           STOP RUN.

       100-INICIO.
           OPEN INPUT  EDF4AUL
           OPEN INPUT  EDM4CL
           OPEN OUTPUT REPORTE
           MOVE 1 TO WKS-DIA
               MOVE ZEROS TO WKS-DIA-TOT(WKS-DIA)
               ADD 1 TO WKS-DIA
           END-PERFORM
      *--> EL PATH VA POR FECHA Y HORA: SE ARRANCA EN EL DIA 00 DEL
      *    MES Y SE CORTA AL APARECER UNA FECHA DE OTRO MES
           MOVE WKS-MES-PROCESO TO EDAU-FECHA-MOV(1:6)
           MOVE ZEROS           TO EDAU-FECHA-MOV(7:2)
           MOVE ZEROS           TO EDAU-HORA-MOV
           START EDF4AUL KEY IS NOT LESS THAN EDAU-FECHA-HORA-MOV
               INVALID KEY
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-START
           IF NOT WKS-EDF4AUL-EOF
               PERFORM 210-LEER-EDF4AUL
           END-IF.

       200-PROCESA-EDF4AUL.
           PERFORM 220-ACUMULA-MOVIMIENTO
           PERFORM 210-LEER-EDF4AUL.

       210-LEER-EDF4AUL.
           READ EDF4AUL NEXT RECORD
               AT END
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-READ
           IF WKS-EDF4AUL-OK
           AND EDAU-FECHA-MOV(1:6) NOT = WKS-MES-PROCESO
               SET WKS-EDF4AUL-EOF TO TRUE
           END-IF.

      *--> LOCALIZA O ABRE LA ENTRADA OPERADOR+PROGRAMA Y ACUMULA
       220-ACUMULA-MOVIMIENTO.
           END-PERFORM.

       900-FINAL.
           CLOSE EDF4AUL
           CLOSE EDM4CL
           CLOSE REPORTE
           DISPLAY "EDID1R15 - MOVIMIENTOS DEL MES: " WKS-TOTAL-MOVS
