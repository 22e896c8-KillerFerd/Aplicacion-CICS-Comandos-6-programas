      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R59                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : TITULARES BENEFICIARIOS FINALES DE COMPANIAS     *
      * ARCHIVOS    : EDM4CL (ENTRADA) / EDM4BEN (ENTRADA) /           *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : N/A                                              *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * PARA CADA COMPANIA ACTIVA O RETENIDA RECORRE EL REGISTRO DE   *
      * TITULARES EDM4BEN (QUE MANTIENE EDID1TL2) BAJANDO POR LAS     *
      * CADENAS COMPANIA-DUENA-DE-COMPANIA HASTA LAS PERSONAS         *
      * NATURALES. LA PARTICIPACION EFECTIVA SE MULTIPLICA EN CADA    *
      * ESLABON (60% DE UNA DUENA DEL 50% = 30%) Y SE SUMA CUANDO LA  *
      * MISMA PERSONA LLEGA POR VARIOS CAMINOS. REGLAS DEL RECORRIDO: *
      *   - EL CONTROL SIN CAPITAL (TIPO C) TERMINA LA RAMA: EL       *
      *     TITULAR SALE COMO CONTROLANTE CON 0%                      *
      *   - UNA COMPANIA SIN TITULARES REGISTRADOS, O MAS ALLA DE     *
      *     CINCO NIVELES, SALE COMO "SIN RESOLVER"                   *
      * PRIMERA PARTE: CADA COMPANIA CON SUS TITULARES FINALES.       *
      * SEGUNDA PARTE: LAS COMPANIAS SIN NINGUNA PERSONA NATURAL CON  *
      * 25% O MAS (NI CON CONTROL SIN CAPITAL), POR SUCURSAL          *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R59.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4BEN ASSIGN TO EDM4BEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDBN-LLAVE
               FILE STATUS IS WKS-EDM4BEN-STATUS.

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
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4BEN.
       COPY EDMBEN.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-SUCURSAL               PIC X(03).
           02 SRT-CO-CLIENTE             PIC 9(08).
           02 SRT-NOMBRE                 PIC X(30).
           02 SRT-TITULARES              PIC 9(03).
           02 SRT-MAYOR-PERSONA          PIC 9(03)V99.
           02 SRT-SIN-RESOLVER           PIC 9(03).

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
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4BEN-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4BEN-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
           02 WKS-FLAG-HALLADO          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CON-FILAS        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-IDENTIFICADA     PIC 9 VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-COMPANIAS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-IDENTIFICADAS   PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-TITULAR     PIC 9(07) VALUE ZEROS.

      *-->COMPANIA EN CURSO (EL REGISTRO DE EDM4CL SE REUSA PARA
      *   CONSULTAR A CADA TITULAR Y LUEGO SE REPOSICIONA LA LECTURA)
       01 WKS-COMPANIA.
           02 WKS-CIA-LLAVE             PIC 9(08) VALUE ZEROS.
           02 WKS-CIA-NOMBRE            PIC X(30) VALUE SPACES.
           02 WKS-CIA-SUCURSAL          PIC X(03) VALUE SPACES.
           02 WKS-CIA-MAYOR-PERSONA     PIC 9(03)V99 VALUE ZEROS.
           02 WKS-CIA-SIN-RESOLVER      PIC 9(03) VALUE ZEROS.

      *-->PILA DE COMPANIAS POR RECORRER: CODIGO, PARTICIPACION
      *   EFECTIVA QUE LLEGA HASTA ELLA Y NIVEL EN LA CADENA
       01 WKS-PILA.
           02 WKS-PILA-TOPE             PIC 9(03) VALUE ZEROS.
           02 WKS-PILA-LIMITE           PIC 9(03) VALUE 100.
           02 WKS-PILA-ITEM OCCURS 100 TIMES.
               03 WKS-PIL-CLIENTE       PIC 9(08).
               03 WKS-PIL-PORC          PIC 9(03)V9(04).
               03 WKS-PIL-NIVEL         PIC 9(02).
       01 WKS-NIVEL-MAXIMO              PIC 9(02) VALUE 5.

      *-->NODO SACADO DE LA PILA Y FILA DE EDM4BEN EN CURSO
       01 WKS-NODO.
           02 WKS-NOD-CLIENTE           PIC 9(08) VALUE ZEROS.
           02 WKS-NOD-PORC              PIC 9(03)V9(04) VALUE ZEROS.
           02 WKS-NOD-NIVEL             PIC 9(02) VALUE ZEROS.
           02 WKS-EFECTIVO              PIC 9(03)V9(04) VALUE ZEROS.
           02 WKS-TIPO-TITULAR          PIC X(01) VALUE SPACES.
           02 WKS-NOMBRE-TITULAR        PIC X(30) VALUE SPACES.
           02 WKS-MARCA-CONTROL         PIC X(01) VALUE SPACES.

      *-->TITULARES FINALES DE LA COMPANIA EN CURSO. TIPO P = PERSONA
      *   NATURAL, C = COMPANIA SIN RESOLVER, X = CODIGO QUE NO ESTA
      *   EN EL MAESTRO. CONTROL "S" = TIENE CONTROL SIN CAPITAL
       01 WKS-TITULARES.
           02 WKS-TIT-CUENTA            PIC 9(03) VALUE ZEROS.
           02 WKS-TIT-LIMITE            PIC 9(03) VALUE 50.
           02 WKS-TIT-ITEM OCCURS 50 TIMES.
               03 WKS-TIT-CLIENTE       PIC 9(08).
               03 WKS-TIT-NOMBRE        PIC X(30).
               03 WKS-TIT-TIPO          PIC X(01).
               03 WKS-TIT-PORC          PIC 9(03)V9(04).
               03 WKS-TIT-NIVEL         PIC 9(02).
               03 WKS-TIT-CONTROL       PIC X(01).

       01 WKS-SUBSCRIPTS.
           02 WKS-IND                   PIC 9(03) VALUE ZEROS.
           02 WKS-IND-HALLADO           PIC 9(03) VALUE ZEROS.

       01 WKS-SUCURSAL-BREAK            PIC X(03) VALUE LOW-VALUES.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "TITULARES BENEFICIARIOS FINALES - EDID1R59".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(09) VALUE "TITULAR".
           02 FILLER                    PIC X(31) VALUE "NOMBRE".
           02 FILLER                    PIC X(03) VALUE "T".
           02 FILLER                    PIC X(09) VALUE "  PORC %".
           02 FILLER                    PIC X(07) VALUE " NIVEL".
           02 FILLER                    PIC X(27) VALUE "NOTA".

       01 WKS-CIA-LINE.
           02 FILLER                    PIC X(10) VALUE "COMPANIA: ".
           02 WKS-CL-CLIENTE            PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-CL-NOMBRE             PIC X(30).
           02 FILLER                    PIC X(11) VALUE " SUCURSAL: ".
           02 WKS-CL-SUCURSAL           PIC X(03).

       01 WKS-DETAIL-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-TIPO              PIC X(01).
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-PORC              PIC ZZ9.99.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 WKS-DET-NIVEL             PIC Z9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-NOTA              PIC X(26).

       01 WKS-SIN-FILAS-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(40) VALUE
               "** SIN TITULARES REGISTRADOS **".

       01 WKS-SIN-TITULAR-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(40) VALUE
               "** SIN TITULAR FINAL DE 25% O MAS **".

       01 WKS-HEADER-LINE-3             PIC X(90) VALUE
           "COMPANIAS SIN TITULAR FINAL DE 25% O MAS".
       01 WKS-HEADER-LINE-4.
           02 FILLER                    PIC X(09) VALUE "COMPANIA".
           02 FILLER                    PIC X(31) VALUE "NOMBRE".
           02 FILLER                    PIC X(10) VALUE "TITULARES".
           02 FILLER                    PIC X(12) VALUE " MAYOR PN %".
           02 FILLER                    PIC X(12) VALUE " SIN RESOLV".

       01 WKS-SUC-LINE.
           02 FILLER                    PIC X(10) VALUE "SUCURSAL: ".
           02 WKS-SL-SUCURSAL           PIC X(03).

       01 WKS-FALTA-LINE.
           02 WKS-FL-CLIENTE            PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-FL-NOMBRE             PIC X(30).
           02 FILLER                    PIC X(05) VALUE SPACES.
           02 WKS-FL-TITULARES          PIC ZZ9.
           02 FILLER                    PIC X(06) VALUE SPACES.
           02 WKS-FL-MAYOR              PIC ZZ9.99.
           02 FILLER                    PIC X(09) VALUE SPACES.
           02 WKS-FL-SIN-RESOLVER       PIC ZZ9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(30) VALUE
               "CLIENTES LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(30) VALUE
               "COMPANIAS REVISADAS: ".
           02 WKS-TOT-COMPANIAS         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(30) VALUE
               "CON TITULAR FINAL: ".
           02 WKS-TOT-IDENTIFICADAS     PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(30) VALUE
               "SIN TITULAR FINAL DE 25%: ".
           02 WKS-TOT-SIN-TITULAR       PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ASCENDING KEY SRT-SUCURSAL
               ASCENDING KEY SRT-CO-CLIENTE
               INPUT PROCEDURE 200-REVISA-COMPANIAS
               OUTPUT PROCEDURE 500-LISTA-SIN-TITULAR
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> SOLO COMPANIAS ACTIVAS O RETENIDAS; LAS DEMAS MARCAS YA NO
      *    OPERAN. DESPUES DE CADA COMPANIA SE REPOSICIONA EDM4CL
      *    PORQUE EL RECORRIDO LO LEE AL AZAR
       200-REVISA-COMPANIAS.
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4BEN
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMC-TIPO-COMPANIA
               AND (EDMC-MARCA-ELIMINADO = SPACES
                    OR EDMC-MARCA-ELIMINADO = "S")
                   ADD 1 TO WKS-TOTAL-COMPANIAS
                   MOVE EDMC-LLAVE          TO WKS-CIA-LLAVE
                   MOVE EDMC-NOMBRE-CLIENTE TO WKS-CIA-NOMBRE
                   MOVE EDMC-SUCURSAL       TO WKS-CIA-SUCURSAL
                   PERFORM 300-RECORRE-CADENA
                   PERFORM 400-REPORTA-COMPANIA
                   PERFORM 220-REPOSICIONA-EDM4CL
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           CLOSE EDM4BEN.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

       220-REPOSICIONA-EDM4CL.
           MOVE WKS-CIA-LLAVE TO EDMC-LLAVE
           START EDM4CL KEY IS GREATER THAN EDMC-LLAVE
           IF NOT WKS-EDM4CL-OK
               SET WKS-EDM4CL-EOF TO TRUE
           END-IF.

      *--> RECORRIDO EN PROFUNDIDAD CON UNA PILA: SE EMPIEZA CON LA
      *    COMPANIA AL 100% Y CADA DUENA COMPANIA ENTRA A LA PILA CON
      *    LA PARTICIPACION QUE LE LLEGA
       300-RECORRE-CADENA.
           INITIALIZE WKS-TITULARES
           MOVE 50 TO WKS-TIT-LIMITE
           MOVE ZEROS TO WKS-FLAG-CON-FILAS
           MOVE 1 TO WKS-PILA-TOPE
           MOVE WKS-CIA-LLAVE TO WKS-PIL-CLIENTE(1)
           MOVE 100           TO WKS-PIL-PORC(1)
           MOVE ZEROS         TO WKS-PIL-NIVEL(1)
           PERFORM UNTIL WKS-PILA-TOPE = ZEROS
               MOVE WKS-PIL-CLIENTE(WKS-PILA-TOPE) TO WKS-NOD-CLIENTE
               MOVE WKS-PIL-PORC(WKS-PILA-TOPE)    TO WKS-NOD-PORC
               MOVE WKS-PIL-NIVEL(WKS-PILA-TOPE)   TO WKS-NOD-NIVEL
               SUBTRACT 1 FROM WKS-PILA-TOPE
               PERFORM 310-LEE-TITULARES-NODO
           END-PERFORM.

      *--> FILAS DE EDM4BEN DEL NODO; SI UNA COMPANIA INTERMEDIA NO
      *    TIENE NINGUNA, LA CADENA QUEDA SIN RESOLVER EN ELLA
       310-LEE-TITULARES-NODO.
           MOVE ZEROS TO WKS-FLAG-HALLADO
           MOVE WKS-NOD-CLIENTE TO EDBN-CO-COMPANIA
           MOVE ZEROS           TO EDBN-CO-TITULAR
           START EDM4BEN KEY IS NOT LESS THAN EDBN-LLAVE
           IF WKS-EDM4BEN-OK
               MOVE ZEROS TO WKS-FLAG-FIN
               PERFORM UNTIL WKS-FLAG-FIN = 1
                   READ EDM4BEN NEXT RECORD
                       AT END
                           MOVE 1 TO WKS-FLAG-FIN
                   END-READ
                   IF WKS-FLAG-FIN = ZEROS
                       IF NOT WKS-EDM4BEN-OK
                       OR EDBN-CO-COMPANIA NOT = WKS-NOD-CLIENTE
                           MOVE 1 TO WKS-FLAG-FIN
                       ELSE
                           MOVE 1 TO WKS-FLAG-HALLADO
                           PERFORM 320-PROCESA-FILA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WKS-FLAG-HALLADO = 1 AND WKS-NOD-NIVEL = ZEROS
               MOVE 1 TO WKS-FLAG-CON-FILAS
           END-IF
           IF WKS-FLAG-HALLADO = ZEROS AND WKS-NOD-NIVEL > ZEROS
               MOVE WKS-NOD-CLIENTE TO EDMC-LLAVE
               PERFORM 330-LEE-TITULAR
               MOVE WKS-NOD-PORC TO WKS-EFECTIVO
               MOVE SPACES       TO WKS-MARCA-CONTROL
               MOVE "C"          TO WKS-TIPO-TITULAR
               PERFORM 350-AGREGA-TITULAR
           END-IF.

      *--> UNA FILA: SE CALCULA LO QUE LLEGA AL DUENO Y SE DECIDE SI
      *    ES TITULAR FINAL O SI HAY QUE SEGUIR BAJANDO POR EL (UNA
      *    COMPANIA QUE VUELVE A LA DE ARRANQUE CIERRA EL CICLO)
       320-PROCESA-FILA.
           COMPUTE WKS-EFECTIVO ROUNDED =
               WKS-NOD-PORC * EDBN-PORCENTAJE / 100
           MOVE EDBN-CO-TITULAR TO EDMC-LLAVE
           PERFORM 330-LEE-TITULAR
           EVALUATE TRUE
               WHEN EDBN-CONTROL-SIN-CAPITAL
                   MOVE ZEROS TO WKS-EFECTIVO
                   MOVE "S"   TO WKS-MARCA-CONTROL
                   PERFORM 350-AGREGA-TITULAR
               WHEN WKS-TIPO-TITULAR = "C"
                AND EDBN-CO-TITULAR = WKS-CIA-LLAVE
                   MOVE SPACES TO WKS-MARCA-CONTROL
                   PERFORM 350-AGREGA-TITULAR
               WHEN WKS-TIPO-TITULAR = "C"
                AND WKS-NOD-NIVEL + 1 < WKS-NIVEL-MAXIMO
                AND WKS-PILA-TOPE < WKS-PILA-LIMITE
                   ADD 1 TO WKS-PILA-TOPE
                   MOVE EDBN-CO-TITULAR
                     TO WKS-PIL-CLIENTE(WKS-PILA-TOPE)
                   MOVE WKS-EFECTIVO TO WKS-PIL-PORC(WKS-PILA-TOPE)
                   COMPUTE WKS-PIL-NIVEL(WKS-PILA-TOPE) =
                       WKS-NOD-NIVEL + 1
               WHEN OTHER
                   MOVE SPACES TO WKS-MARCA-CONTROL
                   PERFORM 350-AGREGA-TITULAR
           END-EVALUATE.

      *--> TIPO Y NOMBRE DEL TITULAR DESDE EL MAESTRO
       330-LEE-TITULAR.
           READ EDM4CL
               INVALID KEY
                   CONTINUE
           END-READ
           IF WKS-EDM4CL-OK
               MOVE EDMC-TIPO-CLIENTE   TO WKS-TIPO-TITULAR
               MOVE EDMC-NOMBRE-CLIENTE TO WKS-NOMBRE-TITULAR
               IF WKS-TIPO-TITULAR NOT = "C"
                   MOVE "P" TO WKS-TIPO-TITULAR
               END-IF
           ELSE
               MOVE "X"    TO WKS-TIPO-TITULAR
               MOVE SPACES TO WKS-NOMBRE-TITULAR
           END-IF.

      *--> LA MISMA PERSONA POR VARIOS CAMINOS SE ACUMULA EN UNA
      *    SOLA LINEA CON EL NIVEL MAS CERCANO
       350-AGREGA-TITULAR.
           MOVE ZEROS TO WKS-IND-HALLADO
           PERFORM VARYING WKS-IND FROM 1 BY 1
           UNTIL WKS-IND > WKS-TIT-CUENTA OR WKS-IND-HALLADO > ZEROS
               IF WKS-TIT-CLIENTE(WKS-IND) = EDMC-LLAVE
                   MOVE WKS-IND TO WKS-IND-HALLADO
               END-IF
           END-PERFORM
           IF WKS-IND-HALLADO = ZEROS
               IF WKS-TIT-CUENTA < WKS-TIT-LIMITE
                   ADD 1 TO WKS-TIT-CUENTA
                   MOVE WKS-TIT-CUENTA TO WKS-IND-HALLADO
                   MOVE EDMC-LLAVE  TO WKS-TIT-CLIENTE(WKS-IND-HALLADO)
                   MOVE WKS-NOMBRE-TITULAR
                     TO WKS-TIT-NOMBRE(WKS-IND-HALLADO)
                   MOVE WKS-TIPO-TITULAR
                     TO WKS-TIT-TIPO(WKS-IND-HALLADO)
                   MOVE ZEROS TO WKS-TIT-PORC(WKS-IND-HALLADO)
                   COMPUTE WKS-TIT-NIVEL(WKS-IND-HALLADO) =
                       WKS-NOD-NIVEL + 1
                   MOVE SPACES TO WKS-TIT-CONTROL(WKS-IND-HALLADO)
               ELSE
                   DISPLAY "EDID1R59 - TABLA DE TITULARES LLENA "
                       WKS-CIA-LLAVE
               END-IF
           END-IF
           IF WKS-IND-HALLADO > ZEROS
               ADD WKS-EFECTIVO TO WKS-TIT-PORC(WKS-IND-HALLADO)
               IF WKS-MARCA-CONTROL = "S"
                   MOVE "S" TO WKS-TIT-CONTROL(WKS-IND-HALLADO)
               END-IF
               IF WKS-NOD-NIVEL + 1 < WKS-TIT-NIVEL(WKS-IND-HALLADO)
                   COMPUTE WKS-TIT-NIVEL(WKS-IND-HALLADO) =
                       WKS-NOD-NIVEL + 1
               END-IF
           END-IF.

      *--> BLOQUE DE LA COMPANIA EN LA PRIMERA PARTE Y, SI NINGUNA
      *    PERSONA LLEGA AL 25% NI TIENE CONTROL, SU FILA AL SORT
       400-REPORTA-COMPANIA.
           MOVE ZEROS TO WKS-FLAG-IDENTIFICADA
           MOVE ZEROS TO WKS-CIA-MAYOR-PERSONA
           MOVE ZEROS TO WKS-CIA-SIN-RESOLVER
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-CIA-LLAVE    TO WKS-CL-CLIENTE
           MOVE WKS-CIA-NOMBRE   TO WKS-CL-NOMBRE
           MOVE WKS-CIA-SUCURSAL TO WKS-CL-SUCURSAL
           WRITE REG-REPORTE FROM WKS-CIA-LINE
           IF WKS-FLAG-CON-FILAS = ZEROS
               WRITE REG-REPORTE FROM WKS-SIN-FILAS-LINE
           END-IF
           PERFORM VARYING WKS-IND FROM 1 BY 1
           UNTIL WKS-IND > WKS-TIT-CUENTA
               PERFORM 410-REPORTA-TITULAR
           END-PERFORM
           IF WKS-FLAG-IDENTIFICADA = 1
               ADD 1 TO WKS-TOTAL-IDENTIFICADAS
           ELSE
               ADD 1 TO WKS-TOTAL-SIN-TITULAR
               WRITE REG-REPORTE FROM WKS-SIN-TITULAR-LINE
               MOVE WKS-CIA-SUCURSAL      TO SRT-SUCURSAL
               MOVE WKS-CIA-LLAVE         TO SRT-CO-CLIENTE
               MOVE WKS-CIA-NOMBRE        TO SRT-NOMBRE
               MOVE WKS-TIT-CUENTA        TO SRT-TITULARES
               MOVE WKS-CIA-MAYOR-PERSONA TO SRT-MAYOR-PERSONA
               MOVE WKS-CIA-SIN-RESOLVER  TO SRT-SIN-RESOLVER
               RELEASE REG-SORT
           END-IF.

       410-REPORTA-TITULAR.
           MOVE SPACES TO WKS-DET-NOTA
           EVALUATE TRUE
               WHEN WKS-TIT-TIPO(WKS-IND) = "P"
                   IF WKS-TIT-PORC(WKS-IND) NOT < 25
                   OR WKS-TIT-CONTROL(WKS-IND) = "S"
                       MOVE 1 TO WKS-FLAG-IDENTIFICADA
                   END-IF
                   IF WKS-TIT-PORC(WKS-IND) > WKS-CIA-MAYOR-PERSONA
                       COMPUTE WKS-CIA-MAYOR-PERSONA ROUNDED =
                           WKS-TIT-PORC(WKS-IND)
                   END-IF
                   IF WKS-TIT-CONTROL(WKS-IND) = "S"
                       MOVE "CONTROL SIN CAPITAL" TO WKS-DET-NOTA
                   END-IF
               WHEN WKS-TIT-TIPO(WKS-IND) = "C"
                   ADD 1 TO WKS-CIA-SIN-RESOLVER
                   IF WKS-TIT-CONTROL(WKS-IND) = "S"
                       MOVE "CONTROL SIN CAPITAL (CIA)" TO WKS-DET-NOTA
                   ELSE
                       MOVE "COMPANIA SIN RESOLVER" TO WKS-DET-NOTA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WKS-CIA-SIN-RESOLVER
                   MOVE "NO EXISTE EN EL MAESTRO" TO WKS-DET-NOTA
           END-EVALUATE
           MOVE WKS-TIT-CLIENTE(WKS-IND) TO WKS-DET-CLIENTE
           MOVE WKS-TIT-NOMBRE(WKS-IND)  TO WKS-DET-NOMBRE
           MOVE WKS-TIT-TIPO(WKS-IND)    TO WKS-DET-TIPO
           COMPUTE WKS-DET-PORC ROUNDED = WKS-TIT-PORC(WKS-IND)
           MOVE WKS-TIT-NIVEL(WKS-IND)   TO WKS-DET-NIVEL
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

      *--> SEGUNDA PARTE: COMPANIAS SIN TITULAR FINAL, POR SUCURSAL
       500-LISTA-SIN-TITULAR.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-4
           MOVE LOW-VALUES TO WKS-SUCURSAL-BREAK
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               IF SRT-SUCURSAL NOT = WKS-SUCURSAL-BREAK
                   MOVE SRT-SUCURSAL TO WKS-SUCURSAL-BREAK
                   WRITE REG-REPORTE FROM WKS-BLANK-LINE
                   MOVE SRT-SUCURSAL TO WKS-SL-SUCURSAL
                   WRITE REG-REPORTE FROM WKS-SUC-LINE
               END-IF
               MOVE SRT-CO-CLIENTE    TO WKS-FL-CLIENTE
               MOVE SRT-NOMBRE        TO WKS-FL-NOMBRE
               MOVE SRT-TITULARES     TO WKS-FL-TITULARES
               MOVE SRT-MAYOR-PERSONA TO WKS-FL-MAYOR
               MOVE SRT-SIN-RESOLVER  TO WKS-FL-SIN-RESOLVER
               WRITE REG-REPORTE FROM WKS-FALTA-LINE
               PERFORM 510-LEER-SORT
           END-PERFORM.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS        TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-COMPANIAS     TO WKS-TOT-COMPANIAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-IDENTIFICADAS TO WKS-TOT-IDENTIFICADAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-SIN-TITULAR   TO WKS-TOT-SIN-TITULAR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           CLOSE REPORTE
           DISPLAY "EDID1R59 - LEIDOS        : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R59 - COMPANIAS     : " WKS-TOTAL-COMPANIAS
           DISPLAY "EDID1R59 - IDENTIFICADAS : "
               WKS-TOTAL-IDENTIFICADAS
           DISPLAY "EDID1R59 - SIN TITULAR   : " WKS-TOTAL-SIN-TITULAR.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R59" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R59" TO EDJL-OPERADOR
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R59" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS      TO EDJL-LEIDOS
               MOVE WKS-TOTAL-SIN-TITULAR TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
