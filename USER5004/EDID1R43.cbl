      * PROGRAMA    : EDID1R43                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DIARIO DE TRANSFERENCIAS DE SUCURSAL     *
      * ARCHIVOS    : EDF4AUL (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE LA FECHA (AAAAMMDD) POR PARM. SE POSICIONA EN EL PATH  *
      * EDF4AUL (BITACORA POR FECHA Y HORA) AL INICIO DEL DIA, LEE    *
      * SOLO LOS MOVIMIENTOS DE ESA FECHA EN ORDEN DE HORA Y TOMA     *
      * LAS ACCIONES "TRANSFER" (LAS ESCRIBE EDID1VLI AL APROBAR UNA  *
      * SOLICITUD TIPO "T" Y EDID1R74 AL CERRAR UNA SUCURSAL; EL      *
      * MOTIVO TRAE "DE XXX A YYY"). LISTA                            *
      * CADA TRASLADO Y CIERRA CON LAS ENTRADAS Y SALIDAS POR         *
      * SUCURSAL, PARA QUE CADA AGENCIA VEA SU MOVIMIENTO DEL DIA     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R43.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDF4AUL ASSIGN TO EDF4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAU-FECHA-HORA-MOV
               FILE STATUS IS WKS-EDF4AUL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  EDF4AUL.
       COPY EDMAUL.

       FD  REPORTE

       WORKING-STORAGE SECTION.
       01 WKS-FILE-STATUS.
           02 WKS-EDF4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDF4AUL-OK        VALUE "00" "02".
               88 WKS-EDF4AUL-EOF       VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       PROCEDURE DIVISION USING WKS-PARM-FECHA.
       000-MAIN-PROCESS.
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-EDF4AUL
               UNTIL WKS-EDF4AUL-EOF
           PERFORM 900-FINAL
           STOP RUN.

       100-INICIO.
           OPEN INPUT  EDF4AUL
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           MOVE WKS-PARM-FECHA TO WKS-HDR-FECHA
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
      *--> EL PATH VA POR FECHA Y HORA: SE ARRANCA EN LA PRIMERA HORA
      *    DEL DIA Y SE CORTA AL APARECER LA FECHA SIGUIENTE
           MOVE WKS-PARM-FECHA TO EDAU-FECHA-MOV
           MOVE ZEROS          TO EDAU-HORA-MOV
           START EDF4AUL KEY IS NOT LESS THAN EDAU-FECHA-HORA-MOV
               INVALID KEY
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-START
           IF NOT WKS-EDF4AUL-EOF
               PERFORM 210-LEER-EDF4AUL
           END-IF.

       200-PROCESA-EDF4AUL.
           IF EDAU-ACCION = "TRANSFER"
               PERFORM 220-REPORTA-TRANSFER
           END-IF
           PERFORM 210-LEER-EDF4AUL.

       210-LEER-EDF4AUL.
           READ EDF4AUL NEXT RECORD
               AT END
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-READ
           IF WKS-EDF4AUL-OK
           AND EDAU-FECHA-MOV NOT = WKS-PARM-FECHA
               SET WKS-EDF4AUL-EOF TO TRUE
           END-IF.

       220-REPORTA-TRANSFER.
           ADD 1 TO WKS-TOTAL-TRANSFERS
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-TRANSFERS TO WKS-TOT-TRANSFERS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           CLOSE EDF4AUL
           CLOSE REPORTE
           DISPLAY "EDID1R43 - TRANSFERENCIAS: "
               WKS-TOTAL-TRANSFERS.
