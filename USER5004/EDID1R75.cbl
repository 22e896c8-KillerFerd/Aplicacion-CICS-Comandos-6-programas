      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R75                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA DEL CATALOGO POSTAL OFICIAL EN EDM4TAB     *
      * ARCHIVOS    : CATALOGO (ENTRADA) / EDM4TAB (I/O) /             *
      *               EDM4CL (ENTRADA) / EDM4WKL (I/O) /               *
      *               EDM4TJL (I/O) / REPORTE (SALIDA)                 *
      * ACCION (ES) : S=Simulacion R=Carga real                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * EL DD CATALOGO TRAE EL CATALOGO OFICIAL DEL ENTE POSTAL, UNA  *
      * FILA POR CODIGO POSTAL (6) + CIUDAD (20). SE ORDENA JUNTO CON *
      * EDM4TAB POR CODIGO POSTAL Y SE COMPARA CADA CODIGO:           *
      *   - MISMA CIUDAD EN AMBOS: SIN CAMBIO                         *
      *   - CIUDAD DE LA TABLA SIN PAR EN EL CATALOGO, CON UNA CIUDAD *
      *     OFICIAL SIN PAR PARA EL MISMO CODIGO: RENOMBRADA (LA FILA *
      *     PASA A LA CIUDAD OFICIAL Y CONSERVA SU SUCURSAL)          *
      *   - SOLO EN EL CATALOGO: NUEVA (SIN SUCURSAL SUGERIDA)        *
      *   - SOLO EN LA TABLA: RETIRADA (SE BORRA)                     *
      * EN MODO R CADA CAMBIO SE APLICA A EDM4TAB Y QUEDA EN LA       *
      * BITACORA EDM4TJL; EN MODO S (O BLANCO) SOLO SALE EL REPORTE.  *
      * PARA CADA COMBINACION RETIRADA O RENOMBRADA SE LISTAN LOS     *
      * CLIENTES VIGENTES QUE AUN LA USAN Y, EN MODO R, CADA UNO      *
      * QUEDA EN LA LISTA DE TRABAJO EDM4WKL CON EL PROBLEMA          *
      * "POSRETIR" O "POSRENOM" (NUEVA EN P; SI YA ESTABA RESUELTA    *
      * SE REABRE) PARA CORREGIR SU DIRECCION EN EDID1XLI             *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R75.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO ASSIGN TO CATALOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CATALOGO-STATUS.

           SELECT EDM4TAB ASSIGN TO EDM4TAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTB-LLAVE
               FILE STATUS IS WKS-EDM4TAB-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4WKL ASSIGN TO EDM4WKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDWK-LLAVE
               FILE STATUS IS WKS-EDM4WKL-STATUS.

           SELECT EDM4TJL ASSIGN TO EDM4TJL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTJ-LLAVE
               FILE STATUS IS WKS-EDM4TJL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CATALOGO.
           05 CAT-CODIGO-POSTAL         PIC X(06).
           05 CAT-CIUDAD                PIC X(20).

       FD  EDM4TAB.
       COPY EDMTAB.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4WKL.
       COPY EDMWKL.

       FD  EDM4TJL.
       COPY EDMTJL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

      *-->CATALOGO ("C") Y TABLA ("T") JUNTOS POR CODIGO POSTAL
       SD  WORK-SORT.
       01  REG-SORT.
           05 SRT-CODIGO-POSTAL            PIC X(06).
           05 SRT-CIUDAD                   PIC X(20).
           05 SRT-ORIGEN                   PIC X(01).
               88 SRT-DEL-CATALOGO         VALUE "C".
               88 SRT-DE-LA-TABLA          VALUE "T".
           05 SRT-SUCURSAL                 PIC X(03).

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-CATALOGO-STATUS       PIC X(02) VALUE SPACES.
               88 WKS-CATALOGO-OK       VALUE "00".
               88 WKS-CATALOGO-EOF      VALUE "10".
           02 WKS-EDM4TAB-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4TAB-OK        VALUE "00".
               88 WKS-EDM4TAB-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4WKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4WKL-OK        VALUE "00".
           02 WKS-EDM4TJL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4TJL-OK        VALUE "00".
               88 WKS-EDM4TJL-DUPREC    VALUE "22".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-FLAGS.
           02 WKS-FLAG-SIMULACION       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PAR              PIC 9 VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CATALOGO        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-TABLA           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CAMBIO      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NUEVAS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RETIRADAS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RENOMBRADAS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-IMPACTADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-WKL-NUEVOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-WKL-REABIERTOS  PIC 9(07) VALUE ZEROS.

      *-->CIUDADES DE UN MISMO CODIGO POSTAL, DE CADA LADO
       01 WKS-GRUPO.
           02 WKS-GR-POSTAL             PIC X(06) VALUE SPACES.
           02 WKS-GR-MAXIMO             PIC 9(02) VALUE 30.
           02 WKS-GR-EXCEDIDO           PIC 9 VALUE ZEROS.
           02 WKS-GR-CAT-USADAS         PIC 9(02) VALUE ZEROS.
           02 WKS-GR-CAT OCCURS 30.
               03 WKS-GC-CIUDAD         PIC X(20).
               03 WKS-GC-PAR            PIC 9(01).
           02 WKS-GR-TAB-USADAS         PIC 9(02) VALUE ZEROS.
           02 WKS-GR-TAB OCCURS 30.
               03 WKS-GT-CIUDAD         PIC X(20).
               03 WKS-GT-SUCURSAL       PIC X(03).
               03 WKS-GT-PAR            PIC 9(01).
           02 WKS-GC-IDX                PIC 9(02) VALUE ZEROS.
           02 WKS-GT-IDX                PIC 9(02) VALUE ZEROS.

      *-->COMBINACIONES RETIRADAS ("R") Y RENOMBRADAS ("N") PARA EL
      *   BARRIDO DE IMPACTO EN CLIENTES
       01 WKS-CAMBIOS.
           02 WKS-CB-USADAS             PIC 9(04) VALUE ZEROS.
           02 WKS-CB-MAXIMO             PIC 9(04) VALUE 2000.
           02 WKS-CB-TABLA OCCURS 2000.
               03 WKS-CB-TIPO           PIC X(01).
                   88 WKS-CB-RETIRADA   VALUE "R".
                   88 WKS-CB-RENOMBRADA VALUE "N".
               03 WKS-CB-CIUDAD         PIC X(20).
               03 WKS-CB-POSTAL         PIC X(06).
               03 WKS-CB-CIUDAD-NUEVA   PIC X(20).
           02 WKS-CB-IDX                PIC 9(04) VALUE ZEROS.
           02 WKS-CB-ENCONTRADO         PIC 9(04) VALUE ZEROS.
           02 WKS-CB-SIN-CUPO           PIC 9(05) VALUE ZEROS.

      *-->CAMBIO EN CURSO
       01 WKS-CAMBIO.
           02 WKS-CM-TIPO               PIC X(01) VALUE SPACES.
           02 WKS-CM-CIUDAD             PIC X(20) VALUE SPACES.
           02 WKS-CM-POSTAL             PIC X(06) VALUE SPACES.
           02 WKS-CM-CIUDAD-NUEVA       PIC X(20) VALUE SPACES.
           02 WKS-CM-SUCURSAL           PIC X(03) VALUE SPACES.

      *-->FILA DEL PROBLEMA PARA LA LISTA DE TRABAJO
       01 WKS-PROBLEMA-ACTUAL.
           02 WKS-PA-CODIGO             PIC X(08) VALUE SPACES.
           02 WKS-PA-SEVERIDAD          PIC X(01) VALUE SPACES.
           02 WKS-PA-DESCRIPCION        PIC X(30) VALUE SPACES.

      *-->FILA PARA LA BITACORA DE TABLAS EDM4TJL
       01 WKS-TJL.
           02 WKS-TJ-LLAVE              PIC X(26) VALUE SPACES.
           02 WKS-TJ-ACCION             PIC X(01) VALUE SPACES.
           02 WKS-TJ-ANTES              PIC X(150) VALUE SPACES.
           02 WKS-TJ-DESPUES            PIC X(150) VALUE SPACES.
           02 WKS-REINTENTOS            PIC 9(02) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "CARGA DEL CATALOGO POSTAL OFICIAL - EDID1R75".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(06) VALUE "MODO: ".
           02 WKS-HDR-MODO              PIC X(10).
           02 FILLER                    PIC X(74) VALUE SPACES.
       01 WKS-HEADER-LINE-3             PIC X(90) VALUE
           "DIFERENCIAS CONTRA EDM4TAB".
       01 WKS-HEADER-LINE-4             PIC X(90) VALUE
           "CAMBIO      POSTAL CIUDAD EN TABLA       CIUDAD OFICIAL
      -    "     RESULTADO".
       01 WKS-HEADER-LINE-5             PIC X(90) VALUE
           "IMPACTO EN CLIENTES (RETIRADAS Y RENOMBRADAS)".
       01 WKS-HEADER-LINE-6             PIC X(90) VALUE
           "CLIENTE  NOMBRE                         CIUDAD
      -    "   POSTAL PROBLEMA LISTA".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CAMBIO            PIC X(11).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-POSTAL            PIC X(06).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CIUDAD            PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CIUDAD-NUEVA      PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-RESULTADO         PIC X(24).

       01 WKS-IMPACTO-LINE.
           02 WKS-IMP-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-IMP-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-IMP-CIUDAD            PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-IMP-POSTAL            PIC X(06).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-IMP-PROBLEMA          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-IMP-ESTADO            PIC X(09).

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MODO                 PIC X(01).
           88 WKS-MODO-SIMULACION       VALUES "S" " ".
           88 WKS-MODO-REAL             VALUE "R".

       PROCEDURE DIVISION USING WKS-PARM-MODO.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               SORT WORK-SORT
                   ASCENDING KEY SRT-CODIGO-POSTAL
                   ASCENDING KEY SRT-CIUDAD
                   ASCENDING KEY SRT-ORIGEN
                   INPUT PROCEDURE 200-SELECCIONA-FILAS
                   OUTPUT PROCEDURE 500-COMPARA-CATALOGO
               PERFORM 600-IMPACTO-CLIENTES
               PERFORM 900-FINAL
           END-IF
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           EVALUATE TRUE
               WHEN WKS-MODO-REAL
                   MOVE ZEROS TO WKS-FLAG-SIMULACION
                   MOVE "REAL      " TO WKS-HDR-MODO
               WHEN WKS-MODO-SIMULACION
                   MOVE 1 TO WKS-FLAG-SIMULACION
                   MOVE "SIMULACION" TO WKS-HDR-MODO
               WHEN OTHER
                   DISPLAY "EDID1R75 - MODO INVALIDO (S/R): "
                       WKS-PARM-MODO
                   MOVE 1 TO WKS-FLAG-ERROR
           END-EVALUATE
           IF WKS-FLAG-ERROR = ZEROS
               OPEN OUTPUT REPORTE
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
               WRITE REG-REPORTE FROM WKS-BLANK-LINE
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-4
           END-IF.

      *--> SUELTA EL CATALOGO (SIN FILAS INCOMPLETAS) Y LA TABLA
       200-SELECCIONA-FILAS.
           OPEN INPUT CATALOGO
           PERFORM 210-LEER-CATALOGO
           PERFORM UNTIL WKS-CATALOGO-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF CAT-CODIGO-POSTAL > SPACES
               AND CAT-CIUDAD > SPACES
                   ADD 1 TO WKS-TOTAL-CATALOGO
                   MOVE CAT-CODIGO-POSTAL TO SRT-CODIGO-POSTAL
                   MOVE CAT-CIUDAD        TO SRT-CIUDAD
                   MOVE "C"               TO SRT-ORIGEN
                   MOVE SPACES            TO SRT-SUCURSAL
                   RELEASE REG-SORT
               ELSE
                   ADD 1 TO WKS-TOTAL-RECHAZADOS
               END-IF
               PERFORM 210-LEER-CATALOGO
           END-PERFORM
           CLOSE CATALOGO
           OPEN INPUT EDM4TAB
           PERFORM 220-LEER-EDM4TAB
           PERFORM UNTIL WKS-EDM4TAB-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               ADD 1 TO WKS-TOTAL-TABLA
               MOVE EDTB-CODIGO-POSTAL TO SRT-CODIGO-POSTAL
               MOVE EDTB-CIUDAD        TO SRT-CIUDAD
               MOVE "T"                TO SRT-ORIGEN
               MOVE EDTB-SUCURSAL      TO SRT-SUCURSAL
               RELEASE REG-SORT
               PERFORM 220-LEER-EDM4TAB
           END-PERFORM
           CLOSE EDM4TAB.

       210-LEER-CATALOGO.
           READ CATALOGO
               AT END
                   SET WKS-CATALOGO-EOF TO TRUE
           END-READ.

       220-LEER-EDM4TAB.
           READ EDM4TAB NEXT RECORD
               AT END
                   SET WKS-EDM4TAB-EOF TO TRUE
           END-READ.

      *--> CORTE DE CONTROL POR CODIGO POSTAL
       500-COMPARA-CATALOGO.
           IF WKS-FLAG-SIMULACION = ZEROS
               OPEN I-O EDM4TAB
               OPEN I-O EDM4TJL
           END-IF
           MOVE ZEROS TO WKS-GR-CAT-USADAS
           MOVE ZEROS TO WKS-GR-TAB-USADAS
           MOVE ZEROS TO WKS-GR-EXCEDIDO
           PERFORM 510-LEER-SORT
           IF NOT WKS-SORT-EOF
               MOVE SRT-CODIGO-POSTAL TO WKS-GR-POSTAL
           END-IF
           PERFORM UNTIL WKS-SORT-EOF
               IF SRT-CODIGO-POSTAL NOT = WKS-GR-POSTAL
                   PERFORM 530-CIERRA-GRUPO
                   MOVE SRT-CODIGO-POSTAL TO WKS-GR-POSTAL
               END-IF
               PERFORM 520-ACUMULA-FILA
               PERFORM 510-LEER-SORT
           END-PERFORM
           IF WKS-GR-CAT-USADAS > ZEROS OR WKS-GR-TAB-USADAS > ZEROS
               PERFORM 530-CIERRA-GRUPO
           END-IF
           IF WKS-FLAG-SIMULACION = ZEROS
               CLOSE EDM4TAB
               CLOSE EDM4TJL
           END-IF.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

      *--> UNA CIUDAD REPETIDA EN EL CATALOGO CUENTA UNA SOLA VEZ
       520-ACUMULA-FILA.
           IF SRT-DEL-CATALOGO
               IF WKS-GR-CAT-USADAS > ZEROS
               AND WKS-GC-CIUDAD(WKS-GR-CAT-USADAS) = SRT-CIUDAD
                   CONTINUE
               ELSE
                   IF WKS-GR-CAT-USADAS < WKS-GR-MAXIMO
                       ADD 1 TO WKS-GR-CAT-USADAS
                       MOVE SRT-CIUDAD
                         TO WKS-GC-CIUDAD(WKS-GR-CAT-USADAS)
                       MOVE ZEROS TO WKS-GC-PAR(WKS-GR-CAT-USADAS)
                   ELSE
                       MOVE 1 TO WKS-GR-EXCEDIDO
                   END-IF
               END-IF
           ELSE
               IF WKS-GR-TAB-USADAS < WKS-GR-MAXIMO
                   ADD 1 TO WKS-GR-TAB-USADAS
                   MOVE SRT-CIUDAD   TO WKS-GT-CIUDAD(WKS-GR-TAB-USADAS)
                   MOVE SRT-SUCURSAL
                     TO WKS-GT-SUCURSAL(WKS-GR-TAB-USADAS)
                   MOVE ZEROS TO WKS-GT-PAR(WKS-GR-TAB-USADAS)
               ELSE
                   MOVE 1 TO WKS-GR-EXCEDIDO
               END-IF
           END-IF.

      *--> COMPARA LAS CIUDADES DEL CODIGO: PRIMERO LAS IGUALES, LUEGO
      *    EMPAREJA LAS SOBRANTES COMO RENOMBRADAS Y EL RESTO QUEDA
      *    COMO NUEVO O RETIRADO. UN CODIGO CON MAS CIUDADES DE LAS QUE
      *    CABEN NO SE TOCA Y SALE EN EL REPORTE
       530-CIERRA-GRUPO.
           IF WKS-GR-EXCEDIDO = 1
               MOVE 1 TO WKS-FLAG-ERROR
               MOVE "** REVISAR"       TO WKS-DET-CAMBIO
               MOVE WKS-GR-POSTAL      TO WKS-DET-POSTAL
               MOVE SPACES             TO WKS-DET-CIUDAD
               MOVE SPACES             TO WKS-DET-CIUDAD-NUEVA
               MOVE "DEMASIADAS CIUDADES" TO WKS-DET-RESULTADO
               WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           ELSE
               PERFORM 540-MARCA-IGUALES
               PERFORM 550-EMPAREJA-RENOMBRES
               MOVE 1 TO WKS-GC-IDX
               PERFORM UNTIL WKS-GC-IDX > WKS-GR-CAT-USADAS
                   IF WKS-GC-PAR(WKS-GC-IDX) = ZEROS
                       MOVE "A"            TO WKS-CM-TIPO
                       MOVE SPACES         TO WKS-CM-CIUDAD
                       MOVE WKS-GR-POSTAL  TO WKS-CM-POSTAL
                       MOVE WKS-GC-CIUDAD(WKS-GC-IDX)
                         TO WKS-CM-CIUDAD-NUEVA
                       MOVE SPACES         TO WKS-CM-SUCURSAL
                       PERFORM 560-APLICA-CAMBIO
                   END-IF
                   ADD 1 TO WKS-GC-IDX
               END-PERFORM
               MOVE 1 TO WKS-GT-IDX
               PERFORM UNTIL WKS-GT-IDX > WKS-GR-TAB-USADAS
                   IF WKS-GT-PAR(WKS-GT-IDX) = ZEROS
                       MOVE "R"            TO WKS-CM-TIPO
                       MOVE WKS-GT-CIUDAD(WKS-GT-IDX) TO WKS-CM-CIUDAD
                       MOVE WKS-GR-POSTAL  TO WKS-CM-POSTAL
                       MOVE SPACES         TO WKS-CM-CIUDAD-NUEVA
                       MOVE WKS-GT-SUCURSAL(WKS-GT-IDX)
                         TO WKS-CM-SUCURSAL
                       PERFORM 560-APLICA-CAMBIO
                   END-IF
                   ADD 1 TO WKS-GT-IDX
               END-PERFORM
           END-IF
           MOVE ZEROS TO WKS-GR-CAT-USADAS
           MOVE ZEROS TO WKS-GR-TAB-USADAS
           MOVE ZEROS TO WKS-GR-EXCEDIDO.

       540-MARCA-IGUALES.
           MOVE 1 TO WKS-GT-IDX
           PERFORM UNTIL WKS-GT-IDX > WKS-GR-TAB-USADAS
               MOVE 1 TO WKS-GC-IDX
               PERFORM UNTIL WKS-GC-IDX > WKS-GR-CAT-USADAS
                   OR WKS-GT-PAR(WKS-GT-IDX) = 1
                   IF WKS-GC-PAR(WKS-GC-IDX) = ZEROS
                   AND WKS-GC-CIUDAD(WKS-GC-IDX)
                     = WKS-GT-CIUDAD(WKS-GT-IDX)
                       MOVE 1 TO WKS-GC-PAR(WKS-GC-IDX)
                       MOVE 1 TO WKS-GT-PAR(WKS-GT-IDX)
                       ADD 1 TO WKS-TOTAL-SIN-CAMBIO
                   END-IF
                   ADD 1 TO WKS-GC-IDX
               END-PERFORM
               ADD 1 TO WKS-GT-IDX
           END-PERFORM.

      *--> CADA CIUDAD DE LA TABLA SIN PAR TOMA LA PRIMERA CIUDAD
      *    OFICIAL SIN PAR DEL MISMO CODIGO
       550-EMPAREJA-RENOMBRES.
           MOVE 1 TO WKS-GT-IDX
           PERFORM UNTIL WKS-GT-IDX > WKS-GR-TAB-USADAS
               IF WKS-GT-PAR(WKS-GT-IDX) = ZEROS
                   MOVE ZEROS TO WKS-FLAG-PAR
                   MOVE 1 TO WKS-GC-IDX
                   PERFORM UNTIL WKS-GC-IDX > WKS-GR-CAT-USADAS
                       OR WKS-FLAG-PAR = 1
                       IF WKS-GC-PAR(WKS-GC-IDX) = ZEROS
                           MOVE 1 TO WKS-FLAG-PAR
                       ELSE
                           ADD 1 TO WKS-GC-IDX
                       END-IF
                   END-PERFORM
                   IF WKS-FLAG-PAR = 1
                       MOVE 1 TO WKS-GC-PAR(WKS-GC-IDX)
                       MOVE 1 TO WKS-GT-PAR(WKS-GT-IDX)
                       MOVE "N"            TO WKS-CM-TIPO
                       MOVE WKS-GT-CIUDAD(WKS-GT-IDX) TO WKS-CM-CIUDAD
                       MOVE WKS-GR-POSTAL  TO WKS-CM-POSTAL
                       MOVE WKS-GC-CIUDAD(WKS-GC-IDX)
                         TO WKS-CM-CIUDAD-NUEVA
                       MOVE WKS-GT-SUCURSAL(WKS-GT-IDX)
                         TO WKS-CM-SUCURSAL
                       PERFORM 560-APLICA-CAMBIO
                   END-IF
               END-IF
               ADD 1 TO WKS-GT-IDX
           END-PERFORM.

      *--> REPORTA EL CAMBIO, LO APLICA EN MODO REAL Y GUARDA LAS
      *    RETIRADAS Y RENOMBRADAS PARA EL IMPACTO EN CLIENTES
       560-APLICA-CAMBIO.
           MOVE WKS-CM-POSTAL       TO WKS-DET-POSTAL
           MOVE WKS-CM-CIUDAD       TO WKS-DET-CIUDAD
           MOVE WKS-CM-CIUDAD-NUEVA TO WKS-DET-CIUDAD-NUEVA
           IF WKS-FLAG-SIMULACION = 1
               MOVE "SIMULADO" TO WKS-DET-RESULTADO
           ELSE
               MOVE "APLICADO" TO WKS-DET-RESULTADO
           END-IF
           EVALUATE WKS-CM-TIPO
               WHEN "A"
                   ADD 1 TO WKS-TOTAL-NUEVAS
                   MOVE "NUEVA"       TO WKS-DET-CAMBIO
                   IF WKS-FLAG-SIMULACION = ZEROS
                       PERFORM 570-ALTA-POSTAL
                   END-IF
               WHEN "R"
                   ADD 1 TO WKS-TOTAL-RETIRADAS
                   MOVE "RETIRADA"    TO WKS-DET-CAMBIO
                   IF WKS-FLAG-SIMULACION = ZEROS
                       PERFORM 580-BAJA-POSTAL
                   END-IF
                   PERFORM 590-GUARDA-CAMBIO
               WHEN "N"
                   ADD 1 TO WKS-TOTAL-RENOMBRADAS
                   MOVE "RENOMBRADA"  TO WKS-DET-CAMBIO
                   IF WKS-FLAG-SIMULACION = ZEROS
                       PERFORM 580-BAJA-POSTAL
                       IF WKS-EDM4TAB-OK
                           PERFORM 570-ALTA-POSTAL
                       END-IF
                   END-IF
                   PERFORM 590-GUARDA-CAMBIO
           END-EVALUATE
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

      *--> GRABA LA COMBINACION OFICIAL (UNA RENOMBRADA CONSERVA SU
      *    SUCURSAL SUGERIDA)
       570-ALTA-POSTAL.
           INITIALIZE REG-EDMTAB
           MOVE WKS-CM-CIUDAD-NUEVA TO EDTB-CIUDAD
           MOVE WKS-CM-POSTAL       TO EDTB-CODIGO-POSTAL
           MOVE "EDID1R75"          TO EDTB-OPERADOR
           MOVE WKS-FECHA-HOY       TO EDTB-FECHA-ALTA
           MOVE WKS-CM-SUCURSAL     TO EDTB-SUCURSAL
           MOVE SPACES              TO EDTB-FILLER
           WRITE REG-EDMTAB
           IF WKS-EDM4TAB-OK
               ADD 1 TO WKS-TOTAL-ESCRITOS
               MOVE EDTB-LLAVE    TO WKS-TJ-LLAVE
               MOVE "A"           TO WKS-TJ-ACCION
               MOVE SPACES        TO WKS-TJ-ANTES
               MOVE SPACES        TO WKS-TJ-DESPUES
               MOVE REG-EDMTAB    TO WKS-TJ-DESPUES(1:52)
               PERFORM 750-ESCRIBE-TJL
           ELSE
               MOVE 1 TO WKS-FLAG-ERROR
               MOVE SPACES TO WKS-DET-RESULTADO
               STRING "** ERROR EDM4TAB " WKS-EDM4TAB-STATUS
                   DELIMITED BY SIZE INTO WKS-DET-RESULTADO
           END-IF.

       580-BAJA-POSTAL.
           MOVE WKS-CM-CIUDAD TO EDTB-CIUDAD
           MOVE WKS-CM-POSTAL TO EDTB-CODIGO-POSTAL
           READ EDM4TAB
           IF WKS-EDM4TAB-OK
               MOVE SPACES        TO WKS-TJ-ANTES
               MOVE REG-EDMTAB    TO WKS-TJ-ANTES(1:52)
               DELETE EDM4TAB RECORD
           END-IF
           IF WKS-EDM4TAB-OK
               ADD 1 TO WKS-TOTAL-ESCRITOS
               MOVE EDTB-LLAVE    TO WKS-TJ-LLAVE
               MOVE "B"           TO WKS-TJ-ACCION
               MOVE SPACES        TO WKS-TJ-DESPUES
               PERFORM 750-ESCRIBE-TJL
           ELSE
               MOVE 1 TO WKS-FLAG-ERROR
               MOVE SPACES TO WKS-DET-RESULTADO
               STRING "** ERROR EDM4TAB " WKS-EDM4TAB-STATUS
                   DELIMITED BY SIZE INTO WKS-DET-RESULTADO
           END-IF.

       590-GUARDA-CAMBIO.
           IF WKS-CB-USADAS < WKS-CB-MAXIMO
               ADD 1 TO WKS-CB-USADAS
               MOVE WKS-CM-TIPO   TO WKS-CB-TIPO(WKS-CB-USADAS)
               MOVE WKS-CM-CIUDAD TO WKS-CB-CIUDAD(WKS-CB-USADAS)
               MOVE WKS-CM-POSTAL TO WKS-CB-POSTAL(WKS-CB-USADAS)
               MOVE WKS-CM-CIUDAD-NUEVA
                 TO WKS-CB-CIUDAD-NUEVA(WKS-CB-USADAS)
           ELSE
               ADD 1 TO WKS-CB-SIN-CUPO
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF.

      *--> CLIENTES VIGENTES (ACTIVOS O SUSPENDIDOS) QUE AUN USAN UNA
      *    COMBINACION RETIRADA O RENOMBRADA
       600-IMPACTO-CLIENTES.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-5
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-6
           IF WKS-CB-USADAS > ZEROS
               OPEN INPUT EDM4CL
               IF WKS-FLAG-SIMULACION = ZEROS
                   OPEN I-O EDM4WKL
               END-IF
               PERFORM 610-LEER-EDM4CL
               PERFORM UNTIL WKS-EDM4CL-EOF
                   ADD 1 TO WKS-TOTAL-LEIDOS
                   IF EDMC-MARCA-ELIMINADO = SPACE
                   OR EDMC-MARCA-ELIMINADO = "S"
                       PERFORM 620-BUSCA-CAMBIO
                       IF WKS-CB-ENCONTRADO > ZEROS
                           PERFORM 630-REGISTRA-IMPACTO
                       END-IF
                   END-IF
                   PERFORM 610-LEER-EDM4CL
               END-PERFORM
               CLOSE EDM4CL
               IF WKS-FLAG-SIMULACION = ZEROS
                   CLOSE EDM4WKL
               END-IF
           END-IF.

       610-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

       620-BUSCA-CAMBIO.
           MOVE ZEROS TO WKS-CB-ENCONTRADO
           MOVE 1 TO WKS-CB-IDX
           PERFORM UNTIL WKS-CB-IDX > WKS-CB-USADAS
               OR WKS-CB-ENCONTRADO > ZEROS
               IF WKS-CB-POSTAL(WKS-CB-IDX) = EDMC-CODIGO-POSTAL
               AND WKS-CB-CIUDAD(WKS-CB-IDX) = EDMC-CIUDAD
                   MOVE WKS-CB-IDX TO WKS-CB-ENCONTRADO
               END-IF
               ADD 1 TO WKS-CB-IDX
           END-PERFORM.

      *--> LISTA AL CLIENTE Y, EN MODO REAL, CARGA SU FILA EN LA LISTA
      *    DE TRABAJO: NUEVA EN P; SI YA EXISTE RESUELTA SE REABRE; SI
      *    SIGUE PENDIENTE SOLO SE ACTUALIZA LA DESCRIPCION
       630-REGISTRA-IMPACTO.
           ADD 1 TO WKS-TOTAL-IMPACTADOS
           IF WKS-CB-RETIRADA(WKS-CB-ENCONTRADO)
               MOVE "POSRETIR" TO WKS-PA-CODIGO
               MOVE "M"        TO WKS-PA-SEVERIDAD
               MOVE SPACES     TO WKS-PA-DESCRIPCION
               STRING "POSTAL " EDMC-CODIGO-POSTAL " RETIRADO"
                   DELIMITED BY SIZE INTO WKS-PA-DESCRIPCION
           ELSE
               MOVE "POSRENOM" TO WKS-PA-CODIGO
               MOVE "B"        TO WKS-PA-SEVERIDAD
               MOVE SPACES     TO WKS-PA-DESCRIPCION
               STRING "OFICIAL: "
                   WKS-CB-CIUDAD-NUEVA(WKS-CB-ENCONTRADO)
                   DELIMITED BY SIZE INTO WKS-PA-DESCRIPCION
           END-IF
           IF WKS-FLAG-SIMULACION = 1
               MOVE "SIMULADO" TO WKS-IMP-ESTADO
           ELSE
               MOVE EDMC-LLAVE    TO EDWK-CO-CLIENTE
               MOVE WKS-PA-CODIGO TO EDWK-PROBLEMA
               READ EDM4WKL
               IF WKS-EDM4WKL-OK
                   IF EDWK-PENDIENTE
                       MOVE "PENDIENTE" TO WKS-IMP-ESTADO
                   ELSE
                       ADD 1 TO WKS-TOTAL-WKL-REABIERTOS
                       MOVE "REABIERTO" TO WKS-IMP-ESTADO
                       MOVE "P" TO EDWK-ESTADO
                       MOVE WKS-FECHA-HOY TO EDWK-FECHA-DETEC
                       MOVE SPACES TO EDWK-OPER-RESUEL
                       MOVE ZEROS  TO EDWK-FECHA-RESUEL
                   END-IF
                   MOVE WKS-PA-DESCRIPCION TO EDWK-DESCRIPCION
                   REWRITE REG-EDMWKL
               ELSE
                   ADD 1 TO WKS-TOTAL-WKL-NUEVOS
                   MOVE "NUEVO" TO WKS-IMP-ESTADO
                   INITIALIZE REG-EDMWKL
                   MOVE EDMC-LLAVE         TO EDWK-CO-CLIENTE
                   MOVE WKS-PA-CODIGO      TO EDWK-PROBLEMA
                   MOVE WKS-PA-SEVERIDAD   TO EDWK-SEVERIDAD
                   MOVE "P"                TO EDWK-ESTADO
                   MOVE WKS-PA-DESCRIPCION TO EDWK-DESCRIPCION
                   MOVE WKS-FECHA-HOY      TO EDWK-FECHA-DETEC
                   WRITE REG-EDMWKL
               END-IF
               IF NOT WKS-EDM4WKL-OK
                   DISPLAY "EDID1R75 - ERROR EN EDM4WKL " EDMC-LLAVE
                       " STATUS " WKS-EDM4WKL-STATUS
               END-IF
           END-IF
           MOVE EDMC-LLAVE          TO WKS-IMP-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO WKS-IMP-NOMBRE
           MOVE EDMC-CIUDAD         TO WKS-IMP-CIUDAD
           MOVE EDMC-CODIGO-POSTAL  TO WKS-IMP-POSTAL
           MOVE WKS-PA-CODIGO       TO WKS-IMP-PROBLEMA
           WRITE REG-REPORTE FROM WKS-IMPACTO-LINE.

      *--> FILA DE LA BITACORA DE TABLAS; EN CHOQUE DE LLAVE SUBE LA
      *    SECUENCIA Y REINTENTA, IGUAL QUE LA RUTINA EN LINEA EDID1BTJ
       750-ESCRIBE-TJL.
           INITIALIZE REG-EDMTJL
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDTJ-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDTJ-HORA
           MOVE "EDM4TAB "     TO EDTJ-TABLA
           MOVE ZEROS          TO EDTJ-SECUENCIA
           MOVE WKS-TJ-LLAVE   TO EDTJ-LLAVE-REG
           MOVE WKS-TJ-ACCION  TO EDTJ-ACCION
           MOVE "EDID1R75"     TO EDTJ-OPERADOR
           MOVE "BTCH"         TO EDTJ-TERMINAL
           MOVE "EDID1R75"     TO EDTJ-PANTALLA
           MOVE WKS-TJ-ANTES   TO EDTJ-IMAGEN-ANTES
           MOVE WKS-TJ-DESPUES TO EDTJ-IMAGEN-DESPUES
           MOVE ZEROS TO WKS-REINTENTOS
           WRITE REG-EDMTJL
           PERFORM UNTIL NOT WKS-EDM4TJL-DUPREC
           OR WKS-REINTENTOS > 98
               ADD 1 TO WKS-REINTENTOS
               ADD 1 TO EDTJ-SECUENCIA
               WRITE REG-EDMTJL
           END-PERFORM
           IF NOT WKS-EDM4TJL-OK
               DISPLAY "EDID1R75 - BITACORA EDM4TJL NO GRABADA: "
                   WKS-EDM4TJL-STATUS
           END-IF.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "FILAS DEL CATALOGO: "        TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-CATALOGO            TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "FILAS INCOMPLETAS: "         TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-RECHAZADOS          TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "FILAS DE EDM4TAB: "          TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-TABLA               TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "SIN CAMBIO: "                TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-SIN-CAMBIO          TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "NUEVAS: "                    TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-NUEVAS              TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "RETIRADAS: "                 TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-RETIRADAS           TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "RENOMBRADAS: "               TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-RENOMBRADAS         TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CLIENTES IMPACTADOS: "       TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-IMPACTADOS          TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "LISTA DE TRABAJO NUEVOS: "   TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-WKL-NUEVOS          TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "LISTA DE TRABAJO REABIERTOS: " TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-WKL-REABIERTOS      TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           IF WKS-CB-SIN-CUPO > ZEROS
               MOVE "** CAMBIOS SIN IMPACTO: "  TO WKS-TOT-TEXTO
               MOVE WKS-CB-SIN-CUPO             TO WKS-TOT-VALOR
               PERFORM 910-ESCRIBE-TOTAL
           END-IF
           CLOSE REPORTE
           DISPLAY "EDID1R75 - MODO       : " WKS-HDR-MODO
           DISPLAY "EDID1R75 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R75 - ESCRITOS   : " WKS-TOTAL-ESCRITOS.

       910-ESCRIBE-TOTAL.
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           DISPLAY "EDID1R75 - " WKS-TOTAL-LINE.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R75" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R75" TO EDJL-OPERADOR
           MOVE WKS-PARM-MODO TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN PARM INVALIDO O UNA FALLA
      *    DE GRABACION TERMINA EN ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R75" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ESCRITOS TO EDJL-ESCRITOS
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
