      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R77                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : TAMANO Y COMPOSICION DE CARTERAS POR OFICIAL     *
      * ARCHIVOS    : EDM4CL (ENTRADA) / EDM4OFI (ENTRADA) /           *
      *               EDM4PRF (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECORRE LOS CLIENTES VIGENTES (ACTIVOS O SUSPENDIDOS), BUSCA  *
      * SU OFICIAL DE RELACION EN EDM4OFI Y LOS ORDENA POR SUCURSAL   *
      * DEL CLIENTE Y OFICIAL. POR CADA PAR SALEN LOS CLIENTES,       *
      * CUANTOS SON PERSONAS Y COMPANIAS, LOS SUSPENDIDOS, LOS DE     *
      * REVISION KYC VENCIDA Y LOS DE ALTA PENDIENTE; LOS CLIENTES    *
      * SIN OFICIAL SALEN COMO "SIN OFIC" AL INICIO DE CADA SUCURSAL. *
      * UN OFICIAL BLOQUEADO O QUE YA NO ESTA EN EDM4PRF SE SENALA    *
      * PARA REASIGNAR SU CARTERA CON EDID1R76. CIERRA CON EL         *
      * SUBTOTAL DE CADA SUCURSAL Y EL TOTAL GENERAL                  *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R77.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4OFI ASSIGN TO EDM4OFI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDOF-LLAVE
               FILE STATUS IS WKS-EDM4OFI-STATUS.

           SELECT EDM4PRF ASSIGN TO EDM4PRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPF-LLAVE
               FILE STATUS IS WKS-EDM4PRF-STATUS.

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
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4OFI.
       COPY EDMOFI.

       FD  EDM4PRF.
       COPY EDMPRF.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

      *-->UN REGISTRO POR CLIENTE CON SUS MARCAS DE COMPOSICION
       SD  WORK-SORT.
       01  REG-SORT.
           05 SRT-SUCURSAL                 PIC X(03).
           05 SRT-OFICIAL                  PIC X(08).
           05 SRT-PERSONA                  PIC 9(01).
           05 SRT-COMPANIA                 PIC 9(01).
           05 SRT-SUSPENDIDO               PIC 9(01).
           05 SRT-KYC-VENCIDA              PIC 9(01).
           05 SRT-ALTA-PENDIENTE           PIC 9(01).

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4OFI-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4OFI-OK        VALUE "00".
           02 WKS-EDM4PRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRF-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.
       01 WKS-PRIMERA-VEZ               PIC 9(01) VALUE 1.

      *-->ACUMULADORES: 1=OFICIAL 2=SUCURSAL 3=GENERAL
       01 WKS-ACUMULADORES.
           02 WKS-AC-NIVEL OCCURS 3.
               03 WKS-AC-CLIENTES       PIC 9(07).
               03 WKS-AC-PERSONAS       PIC 9(07).
               03 WKS-AC-COMPANIAS      PIC 9(07).
               03 WKS-AC-SUSPENDIDOS    PIC 9(07).
               03 WKS-AC-KYC-VENCIDA    PIC 9(07).
               03 WKS-AC-ALTA-PEND      PIC 9(07).
           02 WKS-AC-IDX                PIC 9(01) VALUE ZEROS.

       01 WKS-CORTE.
           02 WKS-CRT-SUCURSAL          PIC X(03) VALUE SPACES.
           02 WKS-CRT-OFICIAL           PIC X(08) VALUE SPACES.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-OFICIALES       PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-A-REASIGNAR     PIC 9(05) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(55) VALUE
               "CARTERAS POR SUCURSAL Y OFICIAL - EDID1R77 - FECHA: ".
           02 WKS-HDR-FECHA             PIC 9999/99/99.
       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "SUC  OFICIAL  ESTADO     CLIENTES PERSONAS COMPANIAS  SUS
      -    "PEND KYC VENC ALTA PEND".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-SUCURSAL          PIC X(03).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-OFICIAL           PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ESTADO            PIC X(09).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CLIENTES          PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-PERSONAS          PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-COMPANIAS         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-SUSPENDIDOS       PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-KYC-VENCIDA       PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-ALTA-PEND         PIC ZZZ,ZZ9.

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ASCENDING KEY SRT-SUCURSAL
               ASCENDING KEY SRT-OFICIAL
               INPUT PROCEDURE 200-SELECCIONA-CLIENTES
               OUTPUT PROCEDURE 500-ESCRIBE-REPORTE
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE 1 TO WKS-AC-IDX
           PERFORM UNTIL WKS-AC-IDX > 3
               PERFORM 560-LIMPIA-NIVEL
               ADD 1 TO WKS-AC-IDX
           END-PERFORM
           OPEN OUTPUT REPORTE
           MOVE WKS-FECHA-HOY TO WKS-HDR-FECHA
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> CLIENTES VIGENTES (ACTIVOS O SUSPENDIDOS) CON SU OFICIAL
       200-SELECCIONA-CLIENTES.
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4OFI
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMC-MARCA-ELIMINADO = SPACE
               OR EDMC-MARCA-ELIMINADO = "S"
                   PERFORM 220-LIBERA-CLIENTE
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           CLOSE EDM4OFI.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

       220-LIBERA-CLIENTE.
           INITIALIZE REG-SORT
           MOVE EDMC-SUCURSAL TO SRT-SUCURSAL
           MOVE EDMC-LLAVE TO EDOF-CO-CLIENTE
           READ EDM4OFI
           IF WKS-EDM4OFI-OK
               MOVE EDOF-OFICIAL TO SRT-OFICIAL
           ELSE
               MOVE SPACES TO SRT-OFICIAL
           END-IF
           IF EDMC-TIPO-COMPANIA
               MOVE 1 TO SRT-COMPANIA
           ELSE
               MOVE 1 TO SRT-PERSONA
           END-IF
           IF EDMC-MARCA-ELIMINADO = "S"
               MOVE 1 TO SRT-SUSPENDIDO
           END-IF
           IF EDMC-FECHA-PROX-REV > ZEROS
           AND EDMC-FECHA-PROX-REV < WKS-FECHA-HOY
               MOVE 1 TO SRT-KYC-VENCIDA
           END-IF
           IF EDMC-ALTA-PENDIENTE
               MOVE 1 TO SRT-ALTA-PENDIENTE
           END-IF
           RELEASE REG-SORT.

      *--> CORTE DE CONTROL POR SUCURSAL Y OFICIAL
       500-ESCRIBE-REPORTE.
           OPEN INPUT EDM4PRF
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               IF WKS-PRIMERA-VEZ = 1
                   MOVE ZEROS TO WKS-PRIMERA-VEZ
                   MOVE SRT-SUCURSAL TO WKS-CRT-SUCURSAL
                   MOVE SRT-OFICIAL  TO WKS-CRT-OFICIAL
               END-IF
               IF SRT-SUCURSAL NOT = WKS-CRT-SUCURSAL
                   PERFORM 520-ESCRIBE-OFICIAL
                   PERFORM 530-ESCRIBE-SUCURSAL
                   MOVE SRT-SUCURSAL TO WKS-CRT-SUCURSAL
                   MOVE SRT-OFICIAL  TO WKS-CRT-OFICIAL
               ELSE
                   IF SRT-OFICIAL NOT = WKS-CRT-OFICIAL
                       PERFORM 520-ESCRIBE-OFICIAL
                       MOVE SRT-OFICIAL TO WKS-CRT-OFICIAL
                   END-IF
               END-IF
               PERFORM 540-ACUMULA
               PERFORM 510-LEER-SORT
           END-PERFORM
           IF WKS-PRIMERA-VEZ = ZEROS
               PERFORM 520-ESCRIBE-OFICIAL
               PERFORM 530-ESCRIBE-SUCURSAL
           END-IF
           CLOSE EDM4PRF.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

      *--> RENGLON DEL OFICIAL; SENALA LOS QUE YA NO PUEDEN ATENDER
       520-ESCRIBE-OFICIAL.
           MOVE WKS-CRT-SUCURSAL TO WKS-DET-SUCURSAL
           MOVE SPACES TO WKS-DET-ESTADO
           IF WKS-CRT-OFICIAL = SPACES
               MOVE "SIN OFIC" TO WKS-DET-OFICIAL
           ELSE
               ADD 1 TO WKS-TOTAL-OFICIALES
               MOVE WKS-CRT-OFICIAL TO WKS-DET-OFICIAL
               MOVE WKS-CRT-OFICIAL TO EDPF-OPERADOR
               READ EDM4PRF
               IF NOT WKS-EDM4PRF-OK
                   MOVE "NO EXISTE" TO WKS-DET-ESTADO
                   ADD 1 TO WKS-TOTAL-A-REASIGNAR
               ELSE
                   IF EDPF-BLOQUEADO
                       MOVE "BLOQUEADO" TO WKS-DET-ESTADO
                       ADD 1 TO WKS-TOTAL-A-REASIGNAR
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WKS-AC-IDX
           PERFORM 550-MUEVE-NIVEL
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           PERFORM 560-LIMPIA-NIVEL.

       530-ESCRIBE-SUCURSAL.
           MOVE WKS-CRT-SUCURSAL TO WKS-DET-SUCURSAL
           MOVE "TOTAL   "       TO WKS-DET-OFICIAL
           MOVE "SUCURSAL "      TO WKS-DET-ESTADO
           MOVE 2 TO WKS-AC-IDX
           PERFORM 550-MUEVE-NIVEL
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           PERFORM 560-LIMPIA-NIVEL.

      *--> EL CLIENTE SUMA EN LOS TRES NIVELES
       540-ACUMULA.
           MOVE 1 TO WKS-AC-IDX
           PERFORM UNTIL WKS-AC-IDX > 3
               ADD 1 TO WKS-AC-CLIENTES(WKS-AC-IDX)
               ADD SRT-PERSONA    TO WKS-AC-PERSONAS(WKS-AC-IDX)
               ADD SRT-COMPANIA   TO WKS-AC-COMPANIAS(WKS-AC-IDX)
               ADD SRT-SUSPENDIDO TO WKS-AC-SUSPENDIDOS(WKS-AC-IDX)
               ADD SRT-KYC-VENCIDA
                   TO WKS-AC-KYC-VENCIDA(WKS-AC-IDX)
               ADD SRT-ALTA-PENDIENTE
                   TO WKS-AC-ALTA-PEND(WKS-AC-IDX)
               ADD 1 TO WKS-AC-IDX
           END-PERFORM.

       550-MUEVE-NIVEL.
           MOVE WKS-AC-CLIENTES(WKS-AC-IDX)    TO WKS-DET-CLIENTES
           MOVE WKS-AC-PERSONAS(WKS-AC-IDX)    TO WKS-DET-PERSONAS
           MOVE WKS-AC-COMPANIAS(WKS-AC-IDX)   TO WKS-DET-COMPANIAS
           MOVE WKS-AC-SUSPENDIDOS(WKS-AC-IDX) TO WKS-DET-SUSPENDIDOS
           MOVE WKS-AC-KYC-VENCIDA(WKS-AC-IDX) TO WKS-DET-KYC-VENCIDA
           MOVE WKS-AC-ALTA-PEND(WKS-AC-IDX)   TO WKS-DET-ALTA-PEND.

       560-LIMPIA-NIVEL.
           MOVE ZEROS TO WKS-AC-CLIENTES(WKS-AC-IDX)
           MOVE ZEROS TO WKS-AC-PERSONAS(WKS-AC-IDX)
           MOVE ZEROS TO WKS-AC-COMPANIAS(WKS-AC-IDX)
           MOVE ZEROS TO WKS-AC-SUSPENDIDOS(WKS-AC-IDX)
           MOVE ZEROS TO WKS-AC-KYC-VENCIDA(WKS-AC-IDX)
           MOVE ZEROS TO WKS-AC-ALTA-PEND(WKS-AC-IDX).

       900-FINAL.
           MOVE SPACES            TO WKS-DET-SUCURSAL
           MOVE "TOTAL   "        TO WKS-DET-OFICIAL
           MOVE "GENERAL  "       TO WKS-DET-ESTADO
           MOVE 3 TO WKS-AC-IDX
           PERFORM 550-MUEVE-NIVEL
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "RENGLONES DE OFICIAL        :" TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-OFICIALES TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           MOVE "CARTERAS A REASIGNAR        :" TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-A-REASIGNAR TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           CLOSE REPORTE
           DISPLAY "EDID1R77 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R77 - CLIENTES   : " WKS-AC-CLIENTES(3)
           DISPLAY "EDID1R77 - A REASIGNAR: " WKS-TOTAL-A-REASIGNAR.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R77" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R77" TO EDJL-OPERADOR
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R77" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-AC-CLIENTES(3) TO EDJL-ESCRITOS
               MOVE "T" TO EDJL-ESTADO
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
