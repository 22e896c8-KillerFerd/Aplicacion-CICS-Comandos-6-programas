      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1OL5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : TASAS DEL MUESTREO DE CALIDAD POR OPERADOR       *
      * ARCHIVOS    : EDM4QAP (I/O)                                    *
      * ACCION (ES) : ENTER=LISTAR PF1=GRABAR OPERADOR PF5=GRABAR      *
      *               GENERALES PF10=SALIR                             *
      * PROGRAMA(S) : EDID1BTJ (LINK) / CALL EDID1BFE / XTCL           *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * ARRIBA LAS TASAS DE TODA LA INSTALACION (FILA "*GENERAL"):    *
      * GENERAL, OPERADOR NUEVO, CLIENTE SENSIBLE Y DIAS QUE UN       *
      * OPERADOR CUENTA COMO NUEVO; ABAJO LOS OPERADORES CON SU TASA  *
      * PROPIA (000 = LA GENERAL) Y SU FECHA DE INGRESO, DIEZ A LA    *
      * VEZ DESDE EL OPERADOR DIGITADO. EL MUESTREO NOCTURNO          *
      * EDID1R91 APLICA LA MAYOR TASA QUE CORRESPONDA Y DA DE ALTA    *
      * AL OPERADOR QUE NO TENGA FILA. TASAS DE 000 A 100 (%).        *
      * CAMBIOS SOLO SUPERVISOR O ADMIN, CON REGISTRO EN EDM4TJL.     *
      * TRANSID EDO5, VIA OPCION DE MENU EN EDM4MNU                   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1OL5.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDOL5.

       COPY EDMQAP.

       COPY EDBTJ.

       COPY EDBFE.

       01 WKS-WORK-FIELDS.
           02 WKS-PAGE-LIMIT            PIC 9(02) VALUE 10.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-EDM4QAP-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4QAP-NORMAL        VALUE 1.
           88 WKS-EDM4QAP-NOTFND        VALUE 2.
           88 WKS-EDM4QAP-OTRO          VALUE 3.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-LISTADO      VALUE 2.
                88 WKS-MSG-SINDATOS     VALUE 3.
                88 WKS-MSG-BADOPER      VALUE 4.
                88 WKS-MSG-BADTASA      VALUE 5.
                88 WKS-MSG-BADFECHA     VALUE 6.
                88 WKS-MSG-GRABADO      VALUE 7.
                88 WKS-MSG-GENGRABADO   VALUE 8.
                88 WKS-MSG-BADDIAS      VALUE 9.
                88 WKS-MSG-NOAUTH       VALUE 10.
                88 WKS-MSG-UNKERROR     VALUE 11.
           02 WKS-FLAG-EXISTE           PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-IMAGEN-ANTES          PIC X(150) VALUE SPACES.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

      *-->DIAS COMO NUEVO DE LA FILA GENERAL, PARA MARCAR EN LA LISTA
      *   A LOS OPERADORES QUE TODAVIA LOS CUMPLEN
       01 WKS-CALCULOS.
           02 WKS-DIAS-NUEVO            PIC 9(03) VALUE 90.
           02 WKS-ENTERO-HOY            PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-INGRESO        PIC 9(07) VALUE ZEROS.
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-TASA-NUM              PIC 9(03) VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1OL5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.

       01 WKS-EDITED-FIELDS.
           02 WKS-DATE-SIS.
               03 WKS-DATE-DD           PIC 99.
               03 WKS-DATE-MM           PIC /99.
               03 WKS-DATE-YYYY         PIC /9999.
           02 WKS-TIME-SIS.
               03 WKS-TIME-HH           PIC 99.
               03 FILLER                PIC X VALUE ":".
               03 WKS-TIME-MM           PIC 99.
               03 FILLER                PIC X VALUE ":".
               03 WKS-TIME-SS           PIC 99.
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-TASA-ED.
               03 WKS-TASA-ED-NUM       PIC ZZ9.
               03 FILLER                PIC X VALUE "%".

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(29).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (ID DE OPERADOR RECIBIDO DESDE EL MENU)
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           COMPUTE WKS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)

      *-->EVALUATE PARA LA ACCION DE CADA TECLA (CAMBIOS SOLO
      *   SUPERVISOR O ADMIN)
           EVALUATE TRUE
                WHEN EIBCALEN = 0 OR EIBCALEN = 29
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    IF WKS-COM-ROL-SUPERVISOR OR WKS-COM-ROL-ADMIN
                         PERFORM 300-ACCION-PF1
                    ELSE
                         SET WKS-MSG-NOAUTH TO TRUE
                         PERFORM 802-EXEC-CICS-SEND-DATA
                         PERFORM 804-EXEC-CICS-RETURN
                    END-IF
                WHEN EIBAID = DFHPF5
                    IF WKS-COM-ROL-SUPERVISOR OR WKS-COM-ROL-ADMIN
                         PERFORM 400-ACCION-PF5
                    ELSE
                         SET WKS-MSG-NOAUTH TO TRUE
                         PERFORM 802-EXEC-CICS-SEND-DATA
                         PERFORM 804-EXEC-CICS-RETURN
                    END-IF
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT: TASAS GENERALES Y PRIMEROS OPERADORES
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 210-PROCESS-LOAD-GENERAL
           MOVE LOW-VALUES TO EDQP-OPERADOR
           PERFORM 220-PROCESS-LOAD-TABLA
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->LISTA DESDE EL OPERADOR DIGITADO (EN BLANCO, DESDE EL INICIO)
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-PROCESS-LOAD-GENERAL
           IF EDOL5-OPERADORI > SPACES
                MOVE EDOL5-OPERADORI TO EDQP-OPERADOR
           ELSE
                MOVE LOW-VALUES TO EDQP-OPERADOR
           END-IF
           PERFORM 220-PROCESS-LOAD-TABLA
           MOVE -1 TO EDOL5-OPERADORL
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->FILA "*GENERAL"; SIN ELLA SE MUESTRAN LOS VALORES QUE USA
      *   EL MUESTREO POR OMISION
       210-PROCESS-LOAD-GENERAL.
           MOVE "*GENERAL" TO EDQP-OPERADOR
           PERFORM 806-EXEC-CICS-READ-QAP
           IF WKS-EDM4QAP-NORMAL
                MOVE EDQP-TASA-GENERAL  TO EDOL5-TGENERALO
                MOVE EDQP-TASA-NUEVO    TO EDOL5-TNUEVOO
                MOVE EDQP-TASA-SENSIBLE TO EDOL5-TSENSIBLEO
                MOVE EDQP-DIAS-NUEVO    TO EDOL5-DIASNUEVOO
                MOVE EDQP-DIAS-NUEVO    TO WKS-DIAS-NUEVO
           ELSE
                MOVE "005" TO EDOL5-TGENERALO
                MOVE "020" TO EDOL5-TNUEVOO
                MOVE "025" TO EDOL5-TSENSIBLEO
                MOVE "090" TO EDOL5-DIASNUEVOO
                MOVE 90    TO WKS-DIAS-NUEVO
           END-IF.

       220-PROCESS-LOAD-TABLA.
           PERFORM 230-CLEAR-TABLE
           MOVE 1 TO WKS-INDEX
           PERFORM 807-EXEC-CICS-STARTBR-QAP
           PERFORM UNTIL WKS-INDEX > WKS-PAGE-LIMIT
           OR NOT WKS-EDM4QAP-NORMAL
                PERFORM 808-EXEC-CICS-READNEXT-QAP
                IF WKS-EDM4QAP-NORMAL
                AND NOT EDQP-FILA-GENERAL
                     PERFORM 240-LOAD-TABLE-LINE
                     ADD 1 TO WKS-INDEX
                END-IF
           END-PERFORM
           PERFORM 809-EXEC-CICS-ENDBR-QAP
           IF WKS-INDEX = 1
                SET WKS-MSG-SINDATOS TO TRUE
           ELSE
                SET WKS-MSG-LISTADO TO TRUE
           END-IF.

       230-CLEAR-TABLE.
           MOVE 1 TO WKS-AUX
           PERFORM UNTIL WKS-AUX > WKS-PAGE-LIMIT
                MOVE SPACES TO EDOL5-LIN-OPERO(WKS-AUX)
                MOVE SPACES TO EDOL5-LIN-TASAO(WKS-AUX)
                MOVE SPACES TO EDOL5-LIN-INGRESOO(WKS-AUX)
                MOVE SPACES TO EDOL5-LIN-NUEVOO(WKS-AUX)
                MOVE SPACES TO EDOL5-LIN-ULTOPO(WKS-AUX)
                MOVE SPACES TO EDOL5-LIN-FECHAO(WKS-AUX)
                ADD 1 TO WKS-AUX
           END-PERFORM.

       240-LOAD-TABLE-LINE.
           MOVE EDQP-OPERADOR TO EDOL5-LIN-OPERO(WKS-INDEX)
           IF EDQP-TASA = ZEROS
                MOVE "GENERAL" TO EDOL5-LIN-TASAO(WKS-INDEX)
           ELSE
                MOVE EDQP-TASA TO WKS-TASA-ED-NUM
                MOVE WKS-TASA-ED TO EDOL5-LIN-TASAO(WKS-INDEX)
           END-IF
           IF EDQP-FECHA-INGRESO > ZEROS
                MOVE EDQP-FECHA-INGRESO TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED TO EDOL5-LIN-INGRESOO(WKS-INDEX)
                COMPUTE WKS-ENTERO-INGRESO =
                    FUNCTION INTEGER-OF-DATE(EDQP-FECHA-INGRESO)
                IF WKS-ENTERO-HOY - WKS-ENTERO-INGRESO
                   < WKS-DIAS-NUEVO
                     MOVE "NUEVO" TO EDOL5-LIN-NUEVOO(WKS-INDEX)
                END-IF
           END-IF
           MOVE EDQP-OPERADOR-ULT-MOV TO EDOL5-LIN-ULTOPO(WKS-INDEX)
           MOVE EDQP-FECHA-ULT-MOV TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-ED TO EDOL5-LIN-FECHAO(WKS-INDEX).

       290-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

      *-->ACCION PARA GRABAR (ALTA O CAMBIO) LA TASA DE UN OPERADOR
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE DFHTURQ TO EDOL5-OPERADORC
           MOVE DFHTURQ TO EDOL5-TASAC
           MOVE DFHTURQ TO EDOL5-INGRESOC
           PERFORM 310-VALIDA-INGRESO
           IF EDOL5-OPERADORI NOT > SPACES
           OR EDOL5-OPERADORI = "*GENERAL"
                SET WKS-MSG-BADOPER TO TRUE
                MOVE DFHRED TO EDOL5-OPERADORC
                MOVE -1 TO EDOL5-OPERADORL
           ELSE IF EDOL5-TASAI IS NOT NUMERO
                SET WKS-MSG-BADTASA TO TRUE
                MOVE DFHRED TO EDOL5-TASAC
                MOVE -1 TO EDOL5-TASAL
           ELSE IF EDOL5-TASAI > "100"
                SET WKS-MSG-BADTASA TO TRUE
                MOVE DFHRED TO EDOL5-TASAC
                MOVE -1 TO EDOL5-TASAL
           ELSE IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADFECHA TO TRUE
                MOVE DFHRED TO EDOL5-INGRESOC
                MOVE -1 TO EDOL5-INGRESOL
           ELSE
                PERFORM 320-GRABA-OPERADOR
                MOVE -1 TO EDOL5-OPERADORL
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->INGRESO EN BLANCO = SE CONSERVA EL QUE TENGA (HOY SI ES
      *   ALTA); DIGITADO SE VALIDA Y SE INVIERTE A AAAAMMDD
       310-VALIDA-INGRESO.
           MOVE ZEROS TO WKS-FLAG-INVALID
           MOVE ZEROS TO WKS-FECHA-AAAAMMDD
           IF EDOL5-INGRESOI > SPACES
                IF EDOL5-INGRESOI NOT NUMERO
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE "V" TO EDBF-FUNCION
                     MOVE EDOL5-INGRESOI TO EDBF-FECHA-DDMMAAAA
                     CALL "EDID1BFE" USING REG-EDBFE
                     IF EDBF-FECHA-INVALIDA
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE
                          MOVE "R" TO EDBF-FUNCION
                          CALL "EDID1BFE" USING REG-EDBFE
                          MOVE EDBF-FECHA-AAAAMMDD
                              TO WKS-FECHA-AAAAMMDD
                          IF WKS-FECHA-AAAAMMDD > WKS-FECHA-HOY
                               MOVE 1 TO WKS-FLAG-INVALID
                          END-IF
                     END-IF
                END-IF
           END-IF.

       320-GRABA-OPERADOR.
           MOVE EDOL5-OPERADORI TO EDQP-OPERADOR
           PERFORM 810-EXEC-CICS-READ-UPD-QAP
           IF WKS-EDM4QAP-NORMAL
                MOVE 1 TO WKS-FLAG-EXISTE
                MOVE SPACES TO WKS-IMAGEN-ANTES
                MOVE REG-EDMQAP TO WKS-IMAGEN-ANTES(1:49)
           ELSE
                MOVE ZEROS TO WKS-FLAG-EXISTE
                MOVE SPACES TO WKS-IMAGEN-ANTES
                INITIALIZE REG-EDMQAP
                MOVE EDOL5-OPERADORI TO EDQP-OPERADOR
                MOVE WKS-FECHA-HOY   TO EDQP-FECHA-INGRESO
           END-IF
           MOVE EDOL5-TASAI TO WKS-TASA-NUM
           MOVE WKS-TASA-NUM TO EDQP-TASA
           IF WKS-FECHA-AAAAMMDD > ZEROS
                MOVE WKS-FECHA-AAAAMMDD TO EDQP-FECHA-INGRESO
           END-IF
           MOVE WKS-COM-OPERADOR-ID TO EDQP-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY       TO EDQP-FECHA-ULT-MOV
           IF WKS-FLAG-EXISTE = 1
                PERFORM 811-EXEC-CICS-REWRITE-QAP
           ELSE
                PERFORM 812-EXEC-CICS-WRITE-QAP
           END-IF
           IF WKS-EDM4QAP-NORMAL
                IF WKS-FLAG-EXISTE = 1
                     SET EDJT-CAMBIO TO TRUE
                ELSE
                     SET EDJT-ALTA TO TRUE
                END-IF
                PERFORM 460-BITACORA-TASAS
                PERFORM 210-PROCESS-LOAD-GENERAL
                MOVE EDOL5-OPERADORI TO EDQP-OPERADOR
                PERFORM 220-PROCESS-LOAD-TABLA
                SET WKS-MSG-GRABADO TO TRUE
                MOVE SPACES TO EDOL5-TASAI
                MOVE SPACES TO EDOL5-INGRESOI
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->ACCION PARA GRABAR LAS TASAS GENERALES (FILA "*GENERAL")
       400-ACCION-PF5.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE DFHTURQ TO EDOL5-TGENERALC
           MOVE DFHTURQ TO EDOL5-TNUEVOC
           MOVE DFHTURQ TO EDOL5-TSENSIBLEC
           MOVE DFHTURQ TO EDOL5-DIASNUEVOC
           IF EDOL5-TGENERALI IS NOT NUMERO
           OR EDOL5-TGENERALI > "100"
                SET WKS-MSG-BADTASA TO TRUE
                MOVE DFHRED TO EDOL5-TGENERALC
                MOVE -1 TO EDOL5-TGENERALL
           ELSE IF EDOL5-TNUEVOI IS NOT NUMERO
           OR EDOL5-TNUEVOI > "100"
                SET WKS-MSG-BADTASA TO TRUE
                MOVE DFHRED TO EDOL5-TNUEVOC
                MOVE -1 TO EDOL5-TNUEVOL
           ELSE IF EDOL5-TSENSIBLEI IS NOT NUMERO
           OR EDOL5-TSENSIBLEI > "100"
                SET WKS-MSG-BADTASA TO TRUE
                MOVE DFHRED TO EDOL5-TSENSIBLEC
                MOVE -1 TO EDOL5-TSENSIBLEL
           ELSE IF EDOL5-DIASNUEVOI IS NOT NUMERO
                SET WKS-MSG-BADDIAS TO TRUE
                MOVE DFHRED TO EDOL5-DIASNUEVOC
                MOVE -1 TO EDOL5-DIASNUEVOL
           ELSE
                PERFORM 420-GRABA-GENERAL
                MOVE -1 TO EDOL5-TGENERALL
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

       420-GRABA-GENERAL.
           MOVE "*GENERAL" TO EDQP-OPERADOR
           PERFORM 810-EXEC-CICS-READ-UPD-QAP
           IF WKS-EDM4QAP-NORMAL
                MOVE 1 TO WKS-FLAG-EXISTE
                MOVE SPACES TO WKS-IMAGEN-ANTES
                MOVE REG-EDMQAP TO WKS-IMAGEN-ANTES(1:49)
           ELSE
                MOVE ZEROS TO WKS-FLAG-EXISTE
                MOVE SPACES TO WKS-IMAGEN-ANTES
                INITIALIZE REG-EDMQAP
                MOVE "*GENERAL" TO EDQP-OPERADOR
           END-IF
           MOVE EDOL5-TGENERALI  TO EDQP-TASA-GENERAL
           MOVE EDOL5-TNUEVOI    TO EDQP-TASA-NUEVO
           MOVE EDOL5-TSENSIBLEI TO EDQP-TASA-SENSIBLE
           MOVE EDOL5-DIASNUEVOI TO EDQP-DIAS-NUEVO
           MOVE WKS-COM-OPERADOR-ID TO EDQP-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY       TO EDQP-FECHA-ULT-MOV
           IF WKS-FLAG-EXISTE = 1
                PERFORM 811-EXEC-CICS-REWRITE-QAP
           ELSE
                PERFORM 812-EXEC-CICS-WRITE-QAP
           END-IF
           IF WKS-EDM4QAP-NORMAL
                IF WKS-FLAG-EXISTE = 1
                     SET EDJT-CAMBIO TO TRUE
                ELSE
                     SET EDJT-ALTA TO TRUE
                END-IF
                PERFORM 460-BITACORA-TASAS
                PERFORM 210-PROCESS-LOAD-GENERAL
                MOVE LOW-VALUES TO EDQP-OPERADOR
                PERFORM 220-PROCESS-LOAD-TABLA
                SET WKS-MSG-GENGRABADO TO TRUE
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->DEJA EL CAMBIO EN LA BITACORA DE TABLAS EDM4TJL (RUTINA
      *   EDID1BTJ)
       460-BITACORA-TASAS.
           MOVE "EDM4QAP " TO EDJT-TABLA
           MOVE SPACES TO EDJT-LLAVE-REG
           MOVE EDQP-LLAVE TO EDJT-LLAVE-REG(1:8)
           MOVE WKS-COM-OPERADOR-ID TO EDJT-OPERADOR
           MOVE EIBTRMID TO EDJT-TERMINAL
           MOVE WKS-PROGRAM-NAME TO EDJT-PANTALLA
           MOVE WKS-IMAGEN-ANTES TO EDJT-IMAGEN-ANTES
           MOVE SPACES TO EDJT-IMAGEN-DESPUES
           MOVE REG-EDMQAP TO EDJT-IMAGEN-DESPUES(1:49)
           PERFORM 815-EXEC-CICS-LINK-BITACORA.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 814-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDOL5')
                MAPSET('EDOL5')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDOL5')
                MAPSET('EDOL5')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDOL5')
                MAPSET('EDOL5')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDO5')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDOL5')
                MAPSET ('EDOL5')
           END-EXEC.

       806-EXEC-CICS-READ-QAP.
           EXEC CICS READ
               FILE('EDM4QAP')
               INTO(REG-EDMQAP)
               RIDFLD(EDQP-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAP.

       807-EXEC-CICS-STARTBR-QAP.
           EXEC CICS STARTBR
               FILE('EDM4QAP')
               RIDFLD(EDQP-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAP.

       808-EXEC-CICS-READNEXT-QAP.
           EXEC CICS READNEXT
               FILE('EDM4QAP')
               INTO(REG-EDMQAP)
               RIDFLD(EDQP-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAP.

       809-EXEC-CICS-ENDBR-QAP.
           EXEC CICS ENDBR
               FILE('EDM4QAP')
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-READ-UPD-QAP.
           EXEC CICS READ
               FILE('EDM4QAP')
               INTO(REG-EDMQAP)
               RIDFLD(EDQP-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAP.

       811-EXEC-CICS-REWRITE-QAP.
           EXEC CICS REWRITE
               FILE('EDM4QAP')
               FROM(REG-EDMQAP)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAP.

       812-EXEC-CICS-WRITE-QAP.
           EXEC CICS WRITE
               FILE('EDM4QAP')
               FROM(REG-EDMQAP)
               RIDFLD(EDQP-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAP.

       814-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->NOHANDLE: LA BITACORA NUNCA DETIENE EL MANTENIMIENTO
       815-EXEC-CICS-LINK-BITACORA.
           EXEC CICS LINK
               PROGRAM('EDID1BTJ')
               COMMAREA(REG-EDBTJ)
               NOHANDLE
           END-EXEC.

       898-EVALUATE-DFHRESP-QAP.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4QAP-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4QAP-NOTFND TO TRUE
                WHEN OTHER           SET WKS-EDM4QAP-OTRO   TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-LISTADO
                MOVE "PF1=GRABAR OPER PF5=GENERALES PF10=SALIR"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINDATOS
                MOVE "SIN OPERADORES DESDE EL DIGITADO"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADOPER
                MOVE "DIGITE EL CODIGO DE OPERADOR"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADTASA
                MOVE "TASA INVALIDA (000 A 100)"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADFECHA
                MOVE "FECHA DE INGRESO INVALIDA (DDMMAAAA)"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-GRABADO
                MOVE "TASA DEL OPERADOR GRABADA"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-GENGRABADO
                MOVE "TASAS GENERALES GRABADAS"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADDIAS
                MOVE "DIAS COMO NUEVO INVALIDOS"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "CAMBIOS SOLO PARA SUPERVISOR"
                TO EDOL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDOL5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDOL5-OUTPUT-MSGC
                MOVE SPACES   TO EDOL5-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDOL5-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDOL5-TIME-SISO.

      *-->CONTROL DE INACTIVIDAD: ANTES DE DESPACHAR LA TECLA SE
      *   CONSULTA EDID1BTO; UNA SESION VENCIDA LIMPIA LA COMMAREA Y
      *   REGRESA AL MENU DE INGRESO CON EL AVISO DE SESION EXPIRADA
       005-CHECK-SESION-TIMEOUT.
           IF EIBCALEN = 0 OR WKS-COM-OPERADOR-ID = SPACES
                CONTINUE
           ELSE
                MOVE WKS-COM-ULT-ACTIVIDAD TO EDBT-ULT-ACTIVIDAD
                MOVE WKS-COM-OPERADOR-ID   TO EDBT-OPERADOR
                SET  EDBT-VIGENTE          TO TRUE
                MOVE WKS-COM-ULT-ACTIVIDAD TO EDBT-AHORA
                PERFORM 006-EXEC-CICS-LINK-TIMEOUT
                IF EDBT-EXPIRADA
                     PERFORM 007-EXPIRA-SESION
                ELSE
                     MOVE EDBT-AHORA TO WKS-COM-ULT-ACTIVIDAD
                END-IF
           END-IF.

       006-EXEC-CICS-LINK-TIMEOUT.
           EXEC CICS LINK
               PROGRAM('EDID1BTO')
               COMMAREA(REG-EDBTO)
               NOHANDLE
           END-EXEC.

      *-->LIMPIA LA SESION Y DEVUELVE EL CONTROL AL MENU DE INGRESO
       007-EXPIRA-SESION.
           MOVE SPACES TO WKS-COM-OPERADOR-ID
           MOVE SPACES TO WKS-COM-ROL
           MOVE SPACES TO WKS-COM-SUCURSAL
           MOVE SPACES TO WKS-COM-IDIOMA
           MOVE ZEROS  TO WKS-COM-ULT-ACTIVIDAD
           SET WKS-COM-SESION-EXPIRADA TO TRUE
           EXEC CICS XCTL
               PROGRAM('EDID1YL5')
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *--> TERMINACION DEL PROGRAMA
       999-END-PROGRAM.
           MOVE SPACE TO EDOL5I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
