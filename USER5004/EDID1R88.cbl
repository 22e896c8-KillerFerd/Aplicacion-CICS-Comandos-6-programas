      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R88                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RETENCIONES LEGALES ACTIVAS Y VENCIDAS           *
      * ARCHIVOS    : EDM4LGH (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE LA FECHA DE CORTE (AAAAMMDD) POR PARM; EN CEROS TOMA    *
      * LA FECHA DEL DIA. LISTA LAS RETENCIONES LEGALES ACTIVAS DE     *
      * EDM4LGH DE LA FECHA DE REVISION MAS PROXIMA A LA MAS LEJANA,   *
      * CON LOS DIAS CALENDARIO QUE FALTAN O, SI YA PASO, LOS DE       *
      * ATRASO, RESALTADOS CON "***VENCIDA". UNA RETENCION VENCIDA     *
      * SIGUE BLOQUEANDO LAS PURGAS HASTA QUE UN ADMINISTRADOR LA      *
      * LIBERE EN EDID1EL5; ESTE REPORTE ES EL AVISO PARA REVISARLA.   *
      * CIERRA CON LEIDAS, ACTIVAS, VENCIDAS Y LIBERADAS               *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R88.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4LGH ASSIGN TO EDM4LGH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDLG-LLAVE
               FILE STATUS IS WKS-EDM4LGH-STATUS.

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
       FD  EDM4LGH.
       COPY EDMLGH.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-FECHA-LIBERACION       PIC 9(08).
           02 SRT-CO-CLIENTE             PIC 9(08).
           02 SRT-NO-RETENCION           PIC 9(03).
           02 SRT-CASO                   PIC X(20).
           02 SRT-FECHA-ALTA             PIC 9(08).
           02 SRT-OPERADOR-ALTA          PIC X(08).

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
           02 WKS-EDM4LGH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4LGH-OK        VALUE "00".
               88 WKS-EDM4LGH-EOF       VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ACTIVAS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-VENCIDAS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-LIBERADAS       PIC 9(07) VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-FECHA-CORTE           PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-CORTE          PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-LIBERACION     PIC 9(07) VALUE ZEROS.
           02 WKS-DIAS                  PIC 9(05) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(55) VALUE
           "RETENCIONES LEGALES ACTIVAS Y VENCIDAS - EDID1R88      ".
           02 FILLER                    PIC X(07) VALUE "CORTE: ".
           02 WKS-HDR-CORTE             PIC 9999/99/99.
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(44) VALUE
               "CLIENTE  RET CASO                 ALTA      ".
           02 FILLER                    PIC X(46) VALUE
               " REVISION    DIAS SITUACION   OPERADOR".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-RETENCION         PIC 9(03).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CASO              PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ALTA              PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-REVISION          PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-DIAS              PIC ZZZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-SITUACION         PIC X(11).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-OPERADOR          PIC X(08).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "RETENCIONES LEIDAS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "RETENCIONES ACTIVAS: ".
           02 WKS-TOT-ACTIVAS           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "RETENCIONES VENCIDAS: ".
           02 WKS-TOT-VENCIDAS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(25) VALUE
               "RETENCIONES LIBERADAS: ".
           02 WKS-TOT-LIBERADAS         PIC ZZZ,ZZ9.
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
               ASCENDING KEY SRT-FECHA-LIBERACION
                             SRT-CO-CLIENTE SRT-NO-RETENCION
               INPUT PROCEDURE 200-SELECCIONA-ACTIVAS
               OUTPUT PROCEDURE 500-LISTA-RETENCIONES
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
           MOVE WKS-FECHA-CORTE TO WKS-HDR-CORTE
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> SOLO LAS RETENCIONES ACTIVAS PASAN AL SORT; LAS LIBERADAS
      *    SOLO SE CUENTAN
       200-SELECCIONA-ACTIVAS.
           OPEN INPUT EDM4LGH
           PERFORM 210-LEER-LGH
           PERFORM UNTIL WKS-EDM4LGH-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDLG-ACTIVA
                   MOVE EDLG-FECHA-LIBERACION TO SRT-FECHA-LIBERACION
                   MOVE EDLG-CO-CLIENTE       TO SRT-CO-CLIENTE
                   MOVE EDLG-NO-RETENCION     TO SRT-NO-RETENCION
                   MOVE EDLG-CASO             TO SRT-CASO
                   MOVE EDLG-FECHA-ALTA       TO SRT-FECHA-ALTA
                   MOVE EDLG-OPERADOR-ALTA    TO SRT-OPERADOR-ALTA
                   RELEASE REG-SORT
               ELSE
                   ADD 1 TO WKS-TOTAL-LIBERADAS
               END-IF
               PERFORM 210-LEER-LGH
           END-PERFORM
           CLOSE EDM4LGH.

       210-LEER-LGH.
           READ EDM4LGH NEXT RECORD
               AT END
                   SET WKS-EDM4LGH-EOF TO TRUE
           END-READ.

       500-LISTA-RETENCIONES.
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               PERFORM 520-REPORTA-RETENCION
               PERFORM 510-LEER-SORT
           END-PERFORM.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       520-REPORTA-RETENCION.
           ADD 1 TO WKS-TOTAL-ACTIVAS
           COMPUTE WKS-ENTERO-LIBERACION =
               FUNCTION INTEGER-OF-DATE(SRT-FECHA-LIBERACION)
           MOVE SRT-CO-CLIENTE       TO WKS-DET-CLIENTE
           MOVE SRT-NO-RETENCION     TO WKS-DET-RETENCION
           MOVE SRT-CASO             TO WKS-DET-CASO
           MOVE SRT-FECHA-ALTA       TO WKS-DET-ALTA
           MOVE SRT-FECHA-LIBERACION TO WKS-DET-REVISION
           MOVE SRT-OPERADOR-ALTA    TO WKS-DET-OPERADOR
           IF WKS-FECHA-CORTE > SRT-FECHA-LIBERACION
               COMPUTE WKS-DIAS =
                   WKS-ENTERO-CORTE - WKS-ENTERO-LIBERACION
               MOVE "***VENCIDA " TO WKS-DET-SITUACION
               ADD 1 TO WKS-TOTAL-VENCIDAS
           ELSE
               COMPUTE WKS-DIAS =
                   WKS-ENTERO-LIBERACION - WKS-ENTERO-CORTE
               MOVE "EN PLAZO   " TO WKS-DET-SITUACION
           END-IF
           MOVE WKS-DIAS TO WKS-DET-DIAS
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS    TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-ACTIVAS   TO WKS-TOT-ACTIVAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-VENCIDAS  TO WKS-TOT-VENCIDAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-LIBERADAS TO WKS-TOT-LIBERADAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           CLOSE REPORTE
           DISPLAY "EDID1R88 - LEIDAS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R88 - ACTIVAS    : " WKS-TOTAL-ACTIVAS
           DISPLAY "EDID1R88 - VENCIDAS   : " WKS-TOTAL-VENCIDAS
           DISPLAY "EDID1R88 - LIBERADAS  : " WKS-TOTAL-LIBERADAS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R88" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R88" TO EDJL-OPERADOR
           MOVE WKS-PARM-FECHA TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R88" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS  TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ACTIVAS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
