      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BRC                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : LISTA CALLABLE DE CLIENTES RECIENTES             *
      * ARCHIVOS    : EDM4RCL (I/O)                                    *
      * ACCION (ES) : -                                                *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RUTINA SIN PANTALLA PARA EXEC CICS LINK: CADA PANTALLA DE     *
      * CLIENTE LA LLAMA AL CARGAR UN CLIENTE. EL CLIENTE PASA AL     *
      * PRIMER LUGAR DE LA FILA DEL OPERADOR EN EDM4RCL; SI YA ESTABA *
      * SE QUITA DE SU POSICION ANTERIOR Y SI LA LISTA ESTA LLENA SE  *
      * DESCARTA EL MAS ANTIGUO (15 CLIENTES DISTINTOS). NINGUN       *
      * PROBLEMA DE LA LISTA REGRESA AL OPERADOR                      *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BRC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDMRCL.

       COPY EDBRC.

       01 WKS-EDM4RCL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4RCL-NORMAL        VALUE 1.
           88 WKS-EDM4RCL-NOTFND        VALUE 2.
           88 WKS-EDM4RCL-ERROR         VALUE 3.

       01 WKS-SUBSCRIPTS.
           02 WKS-LIMITE                PIC 9(02) VALUE 15.
           02 WKS-INDEX                 PIC 9(02) VALUE ZEROS.
           02 WKS-ANTERIOR              PIC 9(02) VALUE ZEROS.
           02 WKS-HASTA                 PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(34).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA DE ENTRADA
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO REG-EDBRC
           END-IF

           IF EIBCALEN NOT = 0
           AND EDRB-OPERADOR > SPACES
           AND EDRB-CO-CLIENTE > ZEROS
                PERFORM 100-ACTUALIZA-LISTA
           END-IF

           PERFORM 801-EXEC-CICS-RETURN

           GOBACK.

      *-->LEE LA FILA DEL OPERADOR PARA ACTUALIZAR; LA PRIMERA VEZ
      *   QUE EL OPERADOR TRABAJA UN CLIENTE SE DA DE ALTA
       100-ACTUALIZA-LISTA.
           MOVE EDRB-OPERADOR TO EDRC-OPERADOR
           PERFORM 802-EXEC-CICS-READ-UPDATE
           IF WKS-EDM4RCL-NOTFND
                INITIALIZE REG-EDMRCL
                MOVE EDRB-OPERADOR TO EDRC-OPERADOR
                MOVE ZEROS TO EDRC-CANTIDAD
                PERFORM 110-PONE-PRIMERO
                PERFORM 803-EXEC-CICS-WRITE
           ELSE
                IF WKS-EDM4RCL-NORMAL
                     PERFORM 110-PONE-PRIMERO
                     PERFORM 804-EXEC-CICS-REWRITE
                END-IF
           END-IF.

      *-->EL CLIENTE QUEDA EN LA POSICION 1: LAS ENTRADAS DE ARRIBA
      *   DE SU POSICION ANTERIOR (O DE LA ULTIMA) BAJAN UN LUGAR
       110-PONE-PRIMERO.
           MOVE ZEROS TO WKS-HASTA
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > EDRC-CANTIDAD
           OR WKS-HASTA > ZEROS
                IF EDRC-CO-CLIENTE(WKS-INDEX) = EDRB-CO-CLIENTE
                     MOVE WKS-INDEX TO WKS-HASTA
                END-IF
                ADD 1 TO WKS-INDEX
           END-PERFORM
           IF WKS-HASTA = ZEROS
                IF EDRC-CANTIDAD < WKS-LIMITE
                     ADD 1 TO EDRC-CANTIDAD
                END-IF
                MOVE EDRC-CANTIDAD TO WKS-HASTA
           END-IF
           MOVE WKS-HASTA TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX < 2
                COMPUTE WKS-ANTERIOR = WKS-INDEX - 1
                MOVE EDRC-ENTRADA(WKS-ANTERIOR)
                  TO EDRC-ENTRADA(WKS-INDEX)
                SUBTRACT 1 FROM WKS-INDEX
           END-PERFORM
           MOVE EDRB-CO-CLIENTE            TO EDRC-CO-CLIENTE(1)
           MOVE EDRB-PANTALLA              TO EDRC-PANTALLA(1)
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDRC-FECHA(1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRC-HORA(1).

      *--> COMANDOS CICS
       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       802-EXEC-CICS-READ-UPDATE.
           EXEC CICS READ
               FILE('EDM4RCL')
               INTO(REG-EDMRCL)
               RIDFLD(EDRC-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       803-EXEC-CICS-WRITE.
           EXEC CICS WRITE
               FILE('EDM4RCL')
               FROM(REG-EDMRCL)
               RIDFLD(EDRC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       804-EXEC-CICS-REWRITE.
           EXEC CICS REWRITE
               FILE('EDM4RCL')
               FROM(REG-EDMRCL)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       899-EVALUATE-DFHRESP.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4RCL-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4RCL-NOTFND TO TRUE
                WHEN OTHER           SET WKS-EDM4RCL-ERROR  TO TRUE
           END-EVALUATE.
