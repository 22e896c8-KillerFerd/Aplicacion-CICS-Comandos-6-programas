      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R94                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANDATOS A TERCEROS POR VENCER EN 30 DIAS        *
      * ARCHIVOS    : EDM4MAN (ENTRADA) / EDM4CL (ENTRADA) /           *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CORRIDA MENSUAL. RECIBE LA FECHA DE CORTE (AAAAMMDD) POR PARM; *
      * EN CEROS TOMA LA FECHA DEL DIA. LISTA LOS MANDATOS ACTIVOS DE  *
      * EDM4MAN CUYA FECHA FIN CAE ENTRE EL CORTE Y 30 DIAS DESPUES,   *
      * DEL QUE VENCE PRIMERO AL ULTIMO, CON EL OTORGANTE, EL          *
      * APODERADO, EL ALCANCE, LA REFERENCIA NOTARIAL Y LOS DIAS QUE   *
      * LE QUEDAN, PARA QUE LA SUCURSAL PIDA LA RENOVACION DEL PODER.  *
      * LOS ACTIVOS YA VENCIDOS SOLO SE CUENTAN (EDID1CL5 LOS AVISA Y  *
      * EDID1ML5 LOS PRORROGA O REVOCA). CIERRA CON LEIDOS, ACTIVOS,   *
      * POR VENCER, VENCIDOS Y DADOS DE BAJA (REVOCADOS/CANCELADOS)    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R94.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4MAN ASSIGN TO EDM4MAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMD-LLAVE
               FILE STATUS IS WKS-EDM4MAN-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

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
       FD  EDM4MAN.
       COPY EDMMAN.

       FD  EDM4CL.
       COPY EDMACL.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-FECHA-FIN              PIC 9(08).
           02 SRT-CO-CLIENTE             PIC 9(08).
           02 SRT-NO-MANDATO             PIC 9(03).
           02 SRT-CO-APODERADO           PIC 9(08).
           02 SRT-ALCANCE                PIC X(01).
           02 SRT-DOC-NOTARIAL           PIC X(20).

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(132).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4MAN-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4MAN-OK        VALUE "00".
               88 WKS-EDM4MAN-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ACTIVOS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-POR-VENCER      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-VENCIDOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-BAJAS           PIC 9(07) VALUE ZEROS.

      *-->VENTANA DE AVISO EN DIAS CALENDARIO DESDE EL CORTE
       01 WKS-DIAS-AVISO                PIC 9(03) VALUE 30.

       01 WKS-FECHAS.
           02 WKS-FECHA-CORTE           PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-LIMITE          PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-CORTE          PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-FIN            PIC 9(07) VALUE ZEROS.
           02 WKS-DIAS                  PIC 9(05) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(55) VALUE
           "MANDATOS A TERCEROS POR VENCER EN 30 DIAS - EDID1R94   ".
           02 FILLER                    PIC X(07) VALUE "CORTE: ".
           02 WKS-HDR-CORTE             PIC 9999/99/99.
           02 FILLER                    PIC X(08) VALUE "  HASTA ".
           02 WKS-HDR-LIMITE            PIC 9999/99/99.
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(44) VALUE
               "OTORGANTE MAN NOMBRE OTORGANTE             ".
           02 FILLER                    PIC X(44) VALUE
               "APODERADO NOMBRE APODERADO              A ".
           02 FILLER                    PIC X(44) VALUE
               "REF NOTARIAL         FECHA FIN   DIAS".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-MANDATO           PIC 9(03).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-APODERADO         PIC Z(7)9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-NOMBRE-APO        PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ALCANCE           PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOTARIAL          PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-FIN               PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-DIAS              PIC ZZZ9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "MANDATOS LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "MANDATOS ACTIVOS: ".
           02 WKS-TOT-ACTIVOS           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "POR VENCER EN 30 DIAS: ".
           02 WKS-TOT-POR-VENCER        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(25) VALUE
               "ACTIVOS YA VENCIDOS: ".
           02 WKS-TOT-VENCIDOS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(25) VALUE
               "REVOCADOS/CANCELADOS: ".
           02 WKS-TOT-BAJAS             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(132) VALUE SPACES.

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
               ASCENDING KEY SRT-FECHA-FIN
                             SRT-CO-CLIENTE SRT-NO-MANDATO
               INPUT PROCEDURE 200-SELECCIONA-POR-VENCER
               OUTPUT PROCEDURE 500-LISTA-MANDATOS
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
           COMPUTE WKS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WKS-ENTERO-CORTE + WKS-DIAS-AVISO)
           MOVE WKS-FECHA-CORTE  TO WKS-HDR-CORTE
           MOVE WKS-FECHA-LIMITE TO WKS-HDR-LIMITE
           OPEN INPUT EDM4CL
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> SOLO LOS ACTIVOS QUE VENCEN DENTRO DE LA VENTANA PASAN AL
      *    SORT; LOS DEMAS SOLO SE CUENTAN
       200-SELECCIONA-POR-VENCER.
           OPEN INPUT EDM4MAN
           PERFORM 210-LEER-MAN
           PERFORM UNTIL WKS-EDM4MAN-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMD-ACTIVO
                   ADD 1 TO WKS-TOTAL-ACTIVOS
                   EVALUATE TRUE
                       WHEN EDMD-FECHA-FIN < WKS-FECHA-CORTE
                           ADD 1 TO WKS-TOTAL-VENCIDOS
                       WHEN EDMD-FECHA-FIN NOT > WKS-FECHA-LIMITE
                           MOVE EDMD-FECHA-FIN    TO SRT-FECHA-FIN
                           MOVE EDMD-CO-CLIENTE   TO SRT-CO-CLIENTE
                           MOVE EDMD-NO-MANDATO   TO SRT-NO-MANDATO
                           MOVE EDMD-CO-APODERADO TO SRT-CO-APODERADO
                           MOVE EDMD-ALCANCE      TO SRT-ALCANCE
                           MOVE EDMD-DOC-NOTARIAL TO SRT-DOC-NOTARIAL
                           RELEASE REG-SORT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   ADD 1 TO WKS-TOTAL-BAJAS
               END-IF
               PERFORM 210-LEER-MAN
           END-PERFORM
           CLOSE EDM4MAN.

       210-LEER-MAN.
           READ EDM4MAN NEXT RECORD
               AT END
                   SET WKS-EDM4MAN-EOF TO TRUE
           END-READ.

       500-LISTA-MANDATOS.
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               PERFORM 520-REPORTA-MANDATO
               PERFORM 510-LEER-SORT
           END-PERFORM.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       520-REPORTA-MANDATO.
           ADD 1 TO WKS-TOTAL-POR-VENCER
           COMPUTE WKS-ENTERO-FIN =
               FUNCTION INTEGER-OF-DATE(SRT-FECHA-FIN)
           COMPUTE WKS-DIAS = WKS-ENTERO-FIN - WKS-ENTERO-CORTE
           MOVE SRT-CO-CLIENTE       TO WKS-DET-CLIENTE
           MOVE SRT-NO-MANDATO       TO WKS-DET-MANDATO
           MOVE SRT-CO-APODERADO     TO WKS-DET-APODERADO
           MOVE SRT-ALCANCE          TO WKS-DET-ALCANCE
           MOVE SRT-DOC-NOTARIAL     TO WKS-DET-NOTARIAL
           MOVE SRT-FECHA-FIN        TO WKS-DET-FIN
           MOVE WKS-DIAS             TO WKS-DET-DIAS
           MOVE SRT-CO-CLIENTE       TO EDMC-LLAVE
           PERFORM 530-LEER-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE  TO WKS-DET-NOMBRE
           MOVE SRT-CO-APODERADO     TO EDMC-LLAVE
           PERFORM 530-LEER-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE  TO WKS-DET-NOMBRE-APO
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

      *--> UN CLIENTE QUE YA NO ESTA EN EL MAESTRO SALE SIN NOMBRE
       530-LEER-CLIENTE.
           READ EDM4CL
               INVALID KEY
                   MOVE "*** NO EXISTE EN EDM4CL ***"
                     TO EDMC-NOMBRE-CLIENTE
           END-READ.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-ACTIVOS    TO WKS-TOT-ACTIVOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-POR-VENCER TO WKS-TOT-POR-VENCER
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-VENCIDOS   TO WKS-TOT-VENCIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           MOVE WKS-TOTAL-BAJAS      TO WKS-TOT-BAJAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           CLOSE EDM4CL
           CLOSE REPORTE
           DISPLAY "EDID1R94 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R94 - ACTIVOS    : " WKS-TOTAL-ACTIVOS
           DISPLAY "EDID1R94 - POR VENCER : " WKS-TOTAL-POR-VENCER
           DISPLAY "EDID1R94 - VENCIDOS   : " WKS-TOTAL-VENCIDOS
           DISPLAY "EDID1R94 - BAJAS      : " WKS-TOTAL-BAJAS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R94" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R94" TO EDJL-OPERADOR
           MOVE WKS-PARM-FECHA TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R94" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS     TO EDJL-LEIDOS
               MOVE WKS-TOTAL-POR-VENCER TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
