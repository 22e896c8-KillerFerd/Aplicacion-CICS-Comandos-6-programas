      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R85                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : SOLICITUDES DEL TITULAR ABIERTAS Y VENCIDAS      *
      * ARCHIVOS    : EDM4DSR (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE LA FECHA DE CORTE (AAAAMMDD) POR PARM; EN CEROS TOMA   *
      * LA FECHA DEL DIA. LISTA LAS SOLICITUDES DEL TITULAR DE EDM4DSR*
      * QUE NO ESTAN ATENDIDAS, CON CORTE POR SUCURSAL Y DE LA FECHA  *
      * LIMITE MAS PROXIMA A LA MAS LEJANA. LOS DIAS SON CALENDARIO:  *
      * LOS QUE FALTAN PARA EL LIMITE O, SI YA PASO, LOS DE ATRASO,   *
      * QUE SALEN RESALTADOS CON "***VENCIDA". LA ULTIMA COLUMNA DICE *
      * SI EL EFECTO AUTOMATICO YA OCURRIO (EXPEDIENTE EDID1R48 DEL   *
      * ACCESO, VETO DE CANALES DE LA OPOSICION). CIERRA CON ABIERTAS *
      * Y VENCIDAS POR SUCURSAL Y CON LOS TOTALES POR TIPO            *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R85.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4DSR ASSIGN TO EDM4DSR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDDS-LLAVE
               FILE STATUS IS WKS-EDM4DSR-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

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
       FD  EDM4DSR.
       COPY EDMDSR.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-SUCURSAL               PIC X(03).
           02 SRT-FECHA-LIMITE           PIC 9(08).
           02 SRT-CO-CLIENTE             PIC 9(08).
           02 SRT-NO-SOLICITUD           PIC 9(05).
           02 SRT-TIPO                   PIC X(01).
           02 SRT-CANAL                  PIC X(01).
           02 SRT-ESTADO                 PIC X(01).
           02 SRT-FECHA-RECIBIDA         PIC 9(08).
           02 SRT-EXP-FECHA              PIC 9(08).
           02 SRT-VETO-FECHA             PIC 9(08).

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
           02 WKS-EDM4DSR-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DSR-OK        VALUE "00".
               88 WKS-EDM4DSR-EOF       VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ABIERTAS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-VENCIDAS        PIC 9(07) VALUE ZEROS.

      *-->ABIERTAS Y VENCIDAS POR TIPO: A ACCESO, C CORRECCION,
      *   O OPOSICION, S SUPRESION (MISMO ORDEN QUE LA TABLA)
       01 WKS-TABLES.
           02 WKS-TIPOS                 PIC X(04) VALUE "ACOS".
           02 WKS-TIPOS-TABLE REDEFINES WKS-TIPOS OCCURS 4.
               03 WKS-TIPO-COD          PIC X(01).
           02 WKS-TIPOS-NOMBRES         PIC X(44) VALUE
               "ACCESO     CORRECCION OPOSICION  SUPRESION  ".
           02 WKS-NOMBRES-TABLE REDEFINES WKS-TIPOS-NOMBRES OCCURS 4.
               03 WKS-TIPO-NOMBRE       PIC X(11).
           02 WKS-ACUMULADOS.
               03 WKS-TIPO-ACUMULA OCCURS 4.
                   04 WKS-TIPO-ABIERTAS PIC 9(05).
                   04 WKS-TIPO-VENCIDAS PIC 9(05).
       01 WKS-IDX                       PIC 9(01) VALUE ZEROS.
       01 WKS-IDX-TIPO                  PIC 9(01) VALUE ZEROS.

      *-->ACUMULADOS DE LA SUCURSAL EN CURSO
       01 WKS-SUCURSAL.
           02 WKS-SUC-ABIERTAS          PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-VENCIDAS          PIC 9(05) VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-FECHA-CORTE           PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-CORTE          PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-LIMITE         PIC 9(07) VALUE ZEROS.
           02 WKS-DIAS                  PIC 9(05) VALUE ZEROS.

       01 WKS-SUCURSAL-BREAK            PIC X(03) VALUE LOW-VALUES.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(55) VALUE
           "SOLICITUDES DEL TITULAR ABIERTAS Y VENCIDAS - EDID1R85 ".
           02 FILLER                    PIC X(07) VALUE "CORTE: ".
           02 WKS-HDR-CORTE             PIC 9999/99/99.
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(44) VALUE
               "CLIENTE  SOLIC T C E RECIBIDA   LIMITE      ".
           02 FILLER                    PIC X(46) VALUE
               "DIAS SITUACION   EFECTO AUTOMATICO".

       01 WKS-SUC-LINE.
           02 FILLER                    PIC X(10) VALUE "SUCURSAL: ".
           02 WKS-SL-SUCURSAL           PIC X(03).

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-SOLICITUD         PIC 9(05).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-TIPO              PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CANAL             PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ESTADO            PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-RECIBIDA          PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-LIMITE            PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-DIAS              PIC ZZZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-SITUACION         PIC X(11).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-AUTOMATICO        PIC X(20).

       01 WKS-SUBTOTAL-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(12) VALUE "ABIERTAS: ".
           02 WKS-ST-ABIERTAS           PIC ZZ,ZZ9.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(12) VALUE "VENCIDAS: ".
           02 WKS-ST-VENCIDAS           PIC ZZ,ZZ9.

       01 WKS-TIPO-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 WKS-TL-NOMBRE             PIC X(11).
           02 FILLER                    PIC X(11) VALUE " ABIERTAS: ".
           02 WKS-TL-ABIERTAS           PIC ZZ,ZZ9.
           02 FILLER                    PIC X(12) VALUE "  VENCIDAS: ".
           02 WKS-TL-VENCIDAS           PIC ZZ,ZZ9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "SOLICITUDES LEIDAS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "SOLICITUDES ABIERTAS: ".
           02 WKS-TOT-ABIERTAS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "SOLICITUDES VENCIDAS: ".
           02 WKS-TOT-VENCIDAS          PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-FECHA                PIC 9(08).

       PROCEDURE DIVISION USING WKS-PARM-FECHA.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ASCENDING KEY SRT-SUCURSAL SRT-FECHA-LIMITE
                             SRT-CO-CLIENTE SRT-NO-SOLICITUD
               INPUT PROCEDURE 200-SELECCIONA-ABIERTAS
               OUTPUT PROCEDURE 500-LISTA-SOLICITUDES
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           IF WKS-PARM-FECHA NUMERIC AND WKS-PARM-FECHA > ZEROS
               MOVE WKS-PARM-FECHA TO WKS-FECHA-CORTE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-CORTE
           END-IF
           COMPUTE WKS-ENTERO-CORTE =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-CORTE)
           INITIALIZE WKS-ACUMULADOS
           MOVE WKS-FECHA-CORTE TO WKS-HDR-CORTE
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> SOLO LAS SOLICITUDES ABIERTAS O EN PROCESO PASAN AL SORT
       200-SELECCIONA-ABIERTAS.
           OPEN INPUT EDM4DSR
           PERFORM 210-LEER-DSR
           PERFORM UNTIL WKS-EDM4DSR-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF NOT EDDS-ATENDIDA
                   MOVE EDDS-SUCURSAL       TO SRT-SUCURSAL
                   MOVE EDDS-FECHA-LIMITE   TO SRT-FECHA-LIMITE
                   MOVE EDDS-CO-CLIENTE     TO SRT-CO-CLIENTE
                   MOVE EDDS-NO-SOLICITUD   TO SRT-NO-SOLICITUD
                   MOVE EDDS-TIPO           TO SRT-TIPO
                   MOVE EDDS-CANAL          TO SRT-CANAL
                   MOVE EDDS-ESTADO         TO SRT-ESTADO
                   MOVE EDDS-FECHA-RECIBIDA TO SRT-FECHA-RECIBIDA
                   MOVE EDDS-EXP-FECHA      TO SRT-EXP-FECHA
                   MOVE EDDS-VETO-FECHA     TO SRT-VETO-FECHA
                   RELEASE REG-SORT
               END-IF
               PERFORM 210-LEER-DSR
           END-PERFORM
           CLOSE EDM4DSR.

       210-LEER-DSR.
           READ EDM4DSR NEXT RECORD
               AT END
                   SET WKS-EDM4DSR-EOF TO TRUE
           END-READ.

      *--> LISTADO CON CORTE POR SUCURSAL
       500-LISTA-SOLICITUDES.
           MOVE LOW-VALUES TO WKS-SUCURSAL-BREAK
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               IF SRT-SUCURSAL NOT = WKS-SUCURSAL-BREAK
                   IF WKS-SUCURSAL-BREAK NOT = LOW-VALUES
                       PERFORM 530-CIERRA-SUCURSAL
                   END-IF
                   MOVE SRT-SUCURSAL TO WKS-SUCURSAL-BREAK
                   WRITE REG-REPORTE FROM WKS-BLANK-LINE
                   MOVE SRT-SUCURSAL TO WKS-SL-SUCURSAL
                   WRITE REG-REPORTE FROM WKS-SUC-LINE
               END-IF
               PERFORM 520-REPORTA-SOLICITUD
               PERFORM 510-LEER-SORT
           END-PERFORM
           IF WKS-SUCURSAL-BREAK NOT = LOW-VALUES
               PERFORM 530-CIERRA-SUCURSAL
           END-IF.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       520-REPORTA-SOLICITUD.
           MOVE ZEROS TO WKS-IDX-TIPO
           PERFORM VARYING WKS-IDX FROM 1 BY 1 UNTIL WKS-IDX > 4
               IF WKS-TIPO-COD(WKS-IDX) = SRT-TIPO
                   MOVE WKS-IDX TO WKS-IDX-TIPO
               END-IF
           END-PERFORM
           ADD 1 TO WKS-SUC-ABIERTAS
           ADD 1 TO WKS-TOTAL-ABIERTAS
           IF WKS-IDX-TIPO > ZEROS
               ADD 1 TO WKS-TIPO-ABIERTAS(WKS-IDX-TIPO)
           END-IF
           COMPUTE WKS-ENTERO-LIMITE =
               FUNCTION INTEGER-OF-DATE(SRT-FECHA-LIMITE)
           MOVE SRT-CO-CLIENTE     TO WKS-DET-CLIENTE
           MOVE SRT-NO-SOLICITUD   TO WKS-DET-SOLICITUD
           MOVE SRT-TIPO           TO WKS-DET-TIPO
           MOVE SRT-CANAL          TO WKS-DET-CANAL
           MOVE SRT-ESTADO         TO WKS-DET-ESTADO
           MOVE SRT-FECHA-RECIBIDA TO WKS-DET-RECIBIDA
           MOVE SRT-FECHA-LIMITE   TO WKS-DET-LIMITE
           IF WKS-FECHA-CORTE > SRT-FECHA-LIMITE
               COMPUTE WKS-DIAS = WKS-ENTERO-CORTE - WKS-ENTERO-LIMITE
               MOVE "***VENCIDA " TO WKS-DET-SITUACION
               ADD 1 TO WKS-SUC-VENCIDAS
               ADD 1 TO WKS-TOTAL-VENCIDAS
               IF WKS-IDX-TIPO > ZEROS
                   ADD 1 TO WKS-TIPO-VENCIDAS(WKS-IDX-TIPO)
               END-IF
           ELSE
               COMPUTE WKS-DIAS = WKS-ENTERO-LIMITE - WKS-ENTERO-CORTE
               MOVE "EN PLAZO   " TO WKS-DET-SITUACION
           END-IF
           MOVE WKS-DIAS TO WKS-DET-DIAS
           EVALUATE TRUE
               WHEN SRT-TIPO = "A" AND SRT-EXP-FECHA > ZEROS
                   MOVE "EXPEDIENTE GENERADO" TO WKS-DET-AUTOMATICO
               WHEN SRT-TIPO = "A"
                   MOVE "EXPEDIENTE PENDIENTE" TO WKS-DET-AUTOMATICO
               WHEN SRT-TIPO = "O" AND SRT-VETO-FECHA > ZEROS
                   MOVE "CANALES VETADOS" TO WKS-DET-AUTOMATICO
               WHEN SRT-TIPO = "O"
                   MOVE "VETO NO APLICADO" TO WKS-DET-AUTOMATICO
               WHEN OTHER
                   MOVE SPACES TO WKS-DET-AUTOMATICO
           END-EVALUATE
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       530-CIERRA-SUCURSAL.
           MOVE WKS-SUC-ABIERTAS TO WKS-ST-ABIERTAS
           MOVE WKS-SUC-VENCIDAS TO WKS-ST-VENCIDAS
           WRITE REG-REPORTE FROM WKS-SUBTOTAL-LINE
           INITIALIZE WKS-SUCURSAL.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           PERFORM VARYING WKS-IDX FROM 1 BY 1 UNTIL WKS-IDX > 4
               MOVE WKS-TIPO-NOMBRE(WKS-IDX)   TO WKS-TL-NOMBRE
               MOVE WKS-TIPO-ABIERTAS(WKS-IDX) TO WKS-TL-ABIERTAS
               MOVE WKS-TIPO-VENCIDAS(WKS-IDX) TO WKS-TL-VENCIDAS
               WRITE REG-REPORTE FROM WKS-TIPO-LINE
           END-PERFORM
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS   TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-ABIERTAS TO WKS-TOT-ABIERTAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-VENCIDAS TO WKS-TOT-VENCIDAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           CLOSE REPORTE
           DISPLAY "EDID1R85 - LEIDAS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R85 - ABIERTAS   : " WKS-TOTAL-ABIERTAS
           DISPLAY "EDID1R85 - VENCIDAS   : " WKS-TOTAL-VENCIDAS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R85" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R85" TO EDJL-OPERADOR
           MOVE WKS-PARM-FECHA TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R85" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ABIERTAS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
