      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1YLI                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : MANTENIMIENTO DE AVISOS A OPERADORES (EDM4AVI)   *
      * ARCHIVOS    : EDM4AVI (I/O) / EDM4ACU (ENTRADA)                *
      * ACCION (ES) : ENTER=CONSULTAR PF1=GRABAR PF2=ANULAR            *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * AVISOS DE PROCEDIMIENTO, CAIDAS DE SISTEMA Y ALERTAS DE       *
      * FRAUDE QUE EL MENU EDID1YL5 MUESTRA AL INGRESAR (PANTALLA     *
      * EDID1AL5) Y QUE EL OPERADOR DEBE CONFIRMAR ANTES DE LLEGAR AL *
      * MENU. DESTINO: T=TODOS, S=UNA SUCURSAL (EDPF-SUCURSAL) O      *
      * R=UN ROL (EDPF-ROL C/S/A). VIGENCIA DESDE/HASTA EN DDMMAAAA   *
      * (DESDE EN BLANCO = HOY, HASTA EN BLANCO = SIN FIN) Y URGENCIA *
      * A/M/B. PF1 CON EL NUMERO EN BLANCO DA DE ALTA CON EL          *
      * SIGUIENTE NUMERO; CON NUMERO ACTUALIZA. PF2 ANULA SIN BORRAR  *
      * PARA QUE LAS CONFIRMACIONES SIGAN COMO PRUEBA (REPORTE        *
      * EDID1R81). SOLO SUPERVISOR; SE ALCANZA POR LA OPCION DE MENU  *
      * QUE OPERACIONES CATALOGUE EN EDM4MNU (TRANSID EDYI)           *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1YLI.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDYLI.

       COPY EDMAVI.

       COPY EDMACU.

       COPY EDBTJ.

       COPY EDBFE.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
           02 WKS-IMAGEN-ANTES          PIC X(150) VALUE SPACES.
           02 WKS-NUMERO                PIC 9(06) VALUE ZEROS.
           02 WKS-CONFIRMAN             PIC 9(05) VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-DESDE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-HASTA-AAAAMMDD        PIC 9(08) VALUE ZEROS.

       01 WKS-EDM4AVI-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4AVI-NORMAL        VALUE 1.
           88 WKS-EDM4AVI-NOTFND        VALUE 2.

       01 WKS-EDM4ACU-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4ACU-NORMAL        VALUE 1.
           88 WKS-EDM4ACU-ENDFILE       VALUE 2.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NOAUTH       VALUE 2.
                88 WKS-MSG-SINNUMERO    VALUE 3.
                88 WKS-MSG-NOTFND       VALUE 4.
                88 WKS-MSG-FOUND        VALUE 5.
                88 WKS-MSG-GRABADO      VALUE 6.
                88 WKS-MSG-ANULADO      VALUE 7.
                88 WKS-MSG-UNKERROR     VALUE 8.
                88 WKS-MSG-SINTITULO    VALUE 9.
                88 WKS-MSG-DESTINO      VALUE 10.
                88 WKS-MSG-VALOR        VALUE 11.
                88 WKS-MSG-FECHA        VALUE 12.
                88 WKS-MSG-RANGO        VALUE 13.
                88 WKS-MSG-URGENCIA     VALUE 14.
                88 WKS-MSG-YA-ANULADO   VALUE 15.
                88 WKS-MSG-NUMINV       VALUE 16.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ALTA             PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FECHA            PIC 9 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1YLI".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
      *-->MARCA DE PANTALLA ACTIVA: DISTINGUE LA REENTRADA PROPIA
      *   (30 BYTES) DEL LOGIN QUE LLEGA DEL MENU (29 BYTES)
               03 WKS-COM-PANTALLA      PIC 9 VALUE ZEROS.

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

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(30).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (EIBCALEN=29 ES SOLO EL LOGIN DEL MENU)
           IF EIBCALEN = 29
                MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA TO WKS-COMMAREA
                END-IF
           END-IF
           MOVE 1 TO WKS-COM-PANTALLA

           PERFORM 005-CHECK-SESION-TIMEOUT

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN NOT WKS-COM-ROL-SUPERVISOR
                AND  NOT WKS-COM-ROL-ADMIN
                    PERFORM 090-ACCION-NOAUTH
                WHEN EIBCALEN = 0 OR EIBCALEN = 29
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    PERFORM 300-ACCION-PF1
                WHEN EIBAID = DFHPF2
                    PERFORM 400-ACCION-PF2
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION CUANDO EL OPERADOR EN SESION NO ES SUPERVISOR
       090-ACCION-NOAUTH.
           SET WKS-MSG-NOAUTH TO TRUE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR UN AVISO
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 305-PROCESS-VALID-NUMERO
           IF WKS-FLAG-INVALID = ZEROS
           AND WKS-NUMERO = ZEROS
                SET WKS-MSG-SINNUMERO TO TRUE
                MOVE DFHRED TO EDYLI-NUMEROC
                MOVE -1 TO EDYLI-NUMEROL
                MOVE 1 TO WKS-FLAG-INVALID
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-NUMERO TO EDAV-NUMERO
                PERFORM 806-EXEC-CICS-READ-AVISO
                IF WKS-EDM4AVI-NORMAL
                     PERFORM 210-LOAD-DATA-OUTPUT
                     SET WKS-MSG-FOUND TO TRUE
                ELSE
                     SET WKS-MSG-NOTFND TO TRUE
                     MOVE -1 TO EDYLI-NUMEROL
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->LAS FECHAS VUELVEN A LA PANTALLA EN DDMMAAAA PARA QUE SE
      *   PUEDAN CORREGIR Y GRABAR DE NUEVO
       210-LOAD-DATA-OUTPUT.
           MOVE EDAV-NUMERO        TO EDYLI-NUMEROO
           MOVE EDAV-DESTINO       TO EDYLI-DESTINOO
           MOVE EDAV-DESTINO-VALOR TO EDYLI-VALORO
           MOVE EDAV-FECHA-DESDE   TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-DDMMAAAA TO EDYLI-DESDEO
           IF EDAV-FECHA-HASTA = ZEROS
                MOVE SPACES TO EDYLI-HASTAO
           ELSE
                MOVE EDAV-FECHA-HASTA TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-DDMMAAAA TO EDYLI-HASTAO
           END-IF
           MOVE EDAV-URGENCIA      TO EDYLI-URGENCIAO
           MOVE EDAV-TITULO        TO EDYLI-TITULOO
           MOVE EDAV-TEXTO(1)      TO EDYLI-TEXTO1O
           MOVE EDAV-TEXTO(2)      TO EDYLI-TEXTO2O
           MOVE EDAV-TEXTO(3)      TO EDYLI-TEXTO3O
           MOVE EDAV-TEXTO(4)      TO EDYLI-TEXTO4O
           IF EDAV-ANULADO
                MOVE "ANULADO" TO EDYLI-ESTADOO
           ELSE
                MOVE "VIGENTE" TO EDYLI-ESTADOO
           END-IF
           MOVE EDAV-ALTA-OPERADOR TO EDYLI-ALTA-OPERO
           MOVE EDAV-ALTA-FECHA    TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-ED       TO EDYLI-ALTA-FECHAO
           PERFORM 220-CUENTA-CONFIRMACIONES
           MOVE WKS-CONFIRMAN      TO EDYLI-CONFIRMANO.

      *-->CUANTOS OPERADORES YA CONFIRMARON EL AVISO (EDM4ACU VA
      *   POR NUMERO DE AVISO + OPERADOR)
       220-CUENTA-CONFIRMACIONES.
           MOVE ZEROS TO WKS-CONFIRMAN
           MOVE EDAV-NUMERO TO EDAC-NUMERO
           MOVE LOW-VALUES  TO EDAC-OPERADOR
           PERFORM 811-EXEC-CICS-STARTBR-ACU
           IF WKS-EDM4ACU-NORMAL
                PERFORM 812-EXEC-CICS-READNEXT-ACU
                PERFORM UNTIL NOT WKS-EDM4ACU-NORMAL
                     IF EDAC-NUMERO NOT = EDAV-NUMERO
                          SET WKS-EDM4ACU-ENDFILE TO TRUE
                     ELSE
                          ADD 1 TO WKS-CONFIRMAN
                          PERFORM 812-EXEC-CICS-READNEXT-ACU
                     END-IF
                END-PERFORM
                PERFORM 813-EXEC-CICS-ENDBR-ACU
           END-IF.

       290-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

      *-->ACCION PARA GRABAR UN AVISO: SIN NUMERO ES ALTA CON EL
      *   SIGUIENTE CONSECUTIVO; CON NUMERO ACTUALIZA EL EXISTENTE
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 305-PROCESS-VALID-NUMERO
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 310-PROCESS-VALID-DATOS
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                IF WKS-NUMERO = ZEROS
                     PERFORM 330-ASIGNA-NUMERO
                     MOVE 1 TO WKS-FLAG-ALTA
                     MOVE SPACES TO WKS-IMAGEN-ANTES
                     INITIALIZE REG-EDMAVI
                     MOVE WKS-NUMERO TO EDAV-NUMERO
                     MOVE SPACES TO EDAV-ESTADO
                     MOVE WKS-COM-OPERADOR-ID TO EDAV-ALTA-OPERADOR
                     MOVE FUNCTION CURRENT-DATE(1:8) TO EDAV-ALTA-FECHA
                     MOVE FUNCTION CURRENT-DATE(9:6) TO EDAV-ALTA-HORA
                ELSE
                     MOVE ZEROS TO WKS-FLAG-ALTA
                     MOVE WKS-NUMERO TO EDAV-NUMERO
                     PERFORM 807-EXEC-CICS-READ-AVISO-UPD
                     IF NOT WKS-EDM4AVI-NORMAL
                          SET WKS-MSG-NOTFND TO TRUE
                          MOVE -1 TO EDYLI-NUMEROL
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE IF EDAV-ANULADO
                          SET WKS-MSG-YA-ANULADO TO TRUE
                          MOVE -1 TO EDYLI-NUMEROL
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE
                          MOVE REG-EDMAVI(1:150) TO WKS-IMAGEN-ANTES
                     END-IF
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 340-MUEVE-DATOS
                IF WKS-FLAG-ALTA = 1
                     PERFORM 808-EXEC-CICS-WRITE-AVISO
                ELSE
                     PERFORM 809-EXEC-CICS-REWRITE-AVISO
                END-IF
                IF WKS-EDM4AVI-NORMAL
                     IF WKS-FLAG-ALTA = 1
                          SET EDJT-ALTA TO TRUE
                     ELSE
                          SET EDJT-CAMBIO TO TRUE
                     END-IF
                     PERFORM 460-BITACORA-AVISO
                     SET WKS-MSG-GRABADO TO TRUE
                     PERFORM 210-LOAD-DATA-OUTPUT
                ELSE
                     SET WKS-MSG-UNKERROR TO TRUE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->EL NUMERO EN BLANCO QUEDA EN CEROS (ALTA EN PF1)
       305-PROCESS-VALID-NUMERO.
           INITIALIZE WKS-FLAG-INVALID
           MOVE ZEROS TO WKS-NUMERO
           MOVE DFHTURQ TO EDYLI-NUMEROC
           IF EDYLI-NUMEROI NOT > SPACES
                CONTINUE
           ELSE IF EDYLI-NUMEROI IS NOT NUMERIC
                SET WKS-MSG-NUMINV TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDYLI-NUMEROC
                MOVE -1 TO EDYLI-NUMEROL
           ELSE
                MOVE EDYLI-NUMEROI TO WKS-NUMERO
           END-IF.

      *-->VALIDA LOS DATOS DEL AVISO; SE DETIENE EN EL PRIMER ERROR
      *   Y DEJA EL CURSOR EN ESE CAMPO
       310-PROCESS-VALID-DATOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE DFHTURQ TO EDYLI-TITULOC
           MOVE DFHTURQ TO EDYLI-DESTINOC
           MOVE DFHTURQ TO EDYLI-VALORC
           MOVE DFHTURQ TO EDYLI-DESDEC
           MOVE DFHTURQ TO EDYLI-HASTAC
           MOVE DFHTURQ TO EDYLI-URGENCIAC
           MOVE ZEROS TO WKS-DESDE-AAAAMMDD
           MOVE ZEROS TO WKS-HASTA-AAAAMMDD
           IF EDYLI-TITULOI NOT > SPACES
                SET WKS-MSG-SINTITULO TO TRUE
                MOVE DFHRED TO EDYLI-TITULOC
                MOVE -1 TO EDYLI-TITULOL
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE IF EDYLI-DESTINOI NOT = "T"
           AND EDYLI-DESTINOI NOT = "S"
           AND EDYLI-DESTINOI NOT = "R"
                SET WKS-MSG-DESTINO TO TRUE
                MOVE DFHRED TO EDYLI-DESTINOC
                MOVE -1 TO EDYLI-DESTINOL
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE IF (EDYLI-DESTINOI = "S" AND EDYLI-VALORI NOT > SPACES)
           OR (EDYLI-DESTINOI = "R"
               AND EDYLI-VALORI NOT = "C"
               AND EDYLI-VALORI NOT = "S"
               AND EDYLI-VALORI NOT = "A")
                SET WKS-MSG-VALOR TO TRUE
                MOVE DFHRED TO EDYLI-VALORC
                MOVE -1 TO EDYLI-VALORL
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE IF EDYLI-URGENCIAI NOT = "A"
           AND EDYLI-URGENCIAI NOT = "M"
           AND EDYLI-URGENCIAI NOT = "B"
                SET WKS-MSG-URGENCIA TO TRUE
                MOVE DFHRED TO EDYLI-URGENCIAC
                MOVE -1 TO EDYLI-URGENCIAL
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                PERFORM 315-PROCESS-VALID-VIGENCIA
           END-IF.

      *-->DESDE EN BLANCO ES HOY; HASTA EN BLANCO ES SIN FIN
       315-PROCESS-VALID-VIGENCIA.
           IF EDYLI-DESDEI NOT > SPACES
                MOVE WKS-FECHA-HOY TO WKS-DESDE-AAAAMMDD
           ELSE
                MOVE ZEROS TO WKS-FLAG-FECHA
                IF EDYLI-DESDEI IS NOT NUMERIC
                     MOVE 1 TO WKS-FLAG-FECHA
                ELSE
                     MOVE EDYLI-DESDEI TO WKS-FECHA-DDMMAAAA
                     PERFORM 320-CONVIERTE-FECHA
                     MOVE WKS-FECHA-AAAAMMDD TO WKS-DESDE-AAAAMMDD
                END-IF
                IF WKS-FLAG-FECHA = 1
                     SET WKS-MSG-FECHA TO TRUE
                     MOVE DFHRED TO EDYLI-DESDEC
                     MOVE -1 TO EDYLI-DESDEL
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
           AND EDYLI-HASTAI > SPACES
                MOVE ZEROS TO WKS-FLAG-FECHA
                IF EDYLI-HASTAI IS NOT NUMERIC
                     MOVE 1 TO WKS-FLAG-FECHA
                ELSE
                     MOVE EDYLI-HASTAI TO WKS-FECHA-DDMMAAAA
                     PERFORM 320-CONVIERTE-FECHA
                     MOVE WKS-FECHA-AAAAMMDD TO WKS-HASTA-AAAAMMDD
                END-IF
                IF WKS-FLAG-FECHA = 1
                     SET WKS-MSG-FECHA TO TRUE
                     MOVE DFHRED TO EDYLI-HASTAC
                     MOVE -1 TO EDYLI-HASTAL
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     IF WKS-HASTA-AAAAMMDD < WKS-DESDE-AAAAMMDD
                          SET WKS-MSG-RANGO TO TRUE
                          MOVE DFHRED TO EDYLI-HASTAC
                          MOVE -1 TO EDYLI-HASTAL
                          MOVE 1 TO WKS-FLAG-INVALID
                     END-IF
                END-IF
           END-IF.

      *-->VALIDA DDMMAAAA CON LA RUTINA EDID1BFE Y LA PASA A AAAAMMDD
       320-CONVIERTE-FECHA.
           MOVE "V" TO EDBF-FUNCION
           MOVE WKS-FECHA-DDMMAAAA TO EDBF-FECHA-DDMMAAAA
           CALL "EDID1BFE" USING REG-EDBFE
           IF EDBF-FECHA-INVALIDA
                MOVE 1 TO WKS-FLAG-FECHA
           ELSE
                MOVE "R" TO EDBF-FUNCION
                MOVE WKS-FECHA-DDMMAAAA TO EDBF-FECHA-DDMMAAAA
                CALL "EDID1BFE" USING REG-EDBFE
                MOVE EDBF-FECHA-AAAAMMDD TO WKS-FECHA-AAAAMMDD
           END-IF.

      *-->SIGUIENTE AL NUMERO MAS ALTO DEL ARCHIVO (ARCHIVO VACIO = 1)
       330-ASIGNA-NUMERO.
           PERFORM 814-EXEC-CICS-STARTBR-HIGH
           IF WKS-EDM4AVI-NORMAL
                PERFORM 815-EXEC-CICS-READPREV-AVISO
                PERFORM 816-EXEC-CICS-ENDBR-AVISO
                IF WKS-EDM4AVI-NORMAL
                     COMPUTE WKS-NUMERO = EDAV-NUMERO + 1
                ELSE
                     MOVE 1 TO WKS-NUMERO
                END-IF
           ELSE
                MOVE 1 TO WKS-NUMERO
           END-IF.

       340-MUEVE-DATOS.
           MOVE EDYLI-DESTINOI     TO EDAV-DESTINO
           IF EDAV-DEST-TODOS
                MOVE SPACES TO EDAV-DESTINO-VALOR
           ELSE
                MOVE EDYLI-VALORI TO EDAV-DESTINO-VALOR
           END-IF
           MOVE WKS-DESDE-AAAAMMDD TO EDAV-FECHA-DESDE
           MOVE WKS-HASTA-AAAAMMDD TO EDAV-FECHA-HASTA
           MOVE EDYLI-URGENCIAI    TO EDAV-URGENCIA
           MOVE EDYLI-TITULOI      TO EDAV-TITULO
           MOVE EDYLI-TEXTO1I      TO EDAV-TEXTO(1)
           MOVE EDYLI-TEXTO2I      TO EDAV-TEXTO(2)
           MOVE EDYLI-TEXTO3I      TO EDAV-TEXTO(3)
           MOVE EDYLI-TEXTO4I      TO EDAV-TEXTO(4).

      *-->ACCION PARA ANULAR UN AVISO: DEJA DE MOSTRARSE PERO NO SE
      *   BORRA, PARA CONSERVAR SUS CONFIRMACIONES
       400-ACCION-PF2.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 305-PROCESS-VALID-NUMERO
           IF WKS-FLAG-INVALID = ZEROS
           AND WKS-NUMERO = ZEROS
                SET WKS-MSG-SINNUMERO TO TRUE
                MOVE DFHRED TO EDYLI-NUMEROC
                MOVE -1 TO EDYLI-NUMEROL
                MOVE 1 TO WKS-FLAG-INVALID
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-NUMERO TO EDAV-NUMERO
                PERFORM 807-EXEC-CICS-READ-AVISO-UPD
                IF NOT WKS-EDM4AVI-NORMAL
                     SET WKS-MSG-NOTFND TO TRUE
                     MOVE -1 TO EDYLI-NUMEROL
                ELSE IF EDAV-ANULADO
                     SET WKS-MSG-YA-ANULADO TO TRUE
                     PERFORM 210-LOAD-DATA-OUTPUT
                ELSE
                     MOVE REG-EDMAVI(1:150) TO WKS-IMAGEN-ANTES
                     SET EDAV-ANULADO TO TRUE
                     PERFORM 809-EXEC-CICS-REWRITE-AVISO
                     IF WKS-EDM4AVI-NORMAL
                          SET EDJT-CAMBIO TO TRUE
                          PERFORM 460-BITACORA-AVISO
                          SET WKS-MSG-ANULADO TO TRUE
                          PERFORM 210-LOAD-DATA-OUTPUT
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->DEJA EL CAMBIO EN LA BITACORA DE TABLAS EDM4TJL (RUTINA
      *   EDID1BTJ); LA ANULACION ES UN CAMBIO CON LAS DOS IMAGENES
       460-BITACORA-AVISO.
           MOVE "EDM4AVI " TO EDJT-TABLA
           MOVE SPACES TO EDJT-LLAVE-REG
           MOVE EDAV-LLAVE TO EDJT-LLAVE-REG(1:6)
           MOVE WKS-COM-OPERADOR-ID TO EDJT-OPERADOR
           MOVE EIBTRMID TO EDJT-TERMINAL
           MOVE WKS-PROGRAM-NAME TO EDJT-PANTALLA
           MOVE WKS-IMAGEN-ANTES TO EDJT-IMAGEN-ANTES
           MOVE REG-EDMAVI(1:150) TO EDJT-IMAGEN-DESPUES
           PERFORM 810-EXEC-CICS-LINK-BITACORA.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 817-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDYLI')
                MAPSET('EDYLI')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDYLI')
                MAPSET('EDYLI')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDYLI')
                MAPSET('EDYLI')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDYI')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDYLI')
                MAPSET ('EDYLI')
           END-EXEC.

       806-EXEC-CICS-READ-AVISO.
           EXEC CICS READ
               FILE('EDM4AVI')
               INTO(REG-EDMAVI)
               RIDFLD(EDAV-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AVISO.

       807-EXEC-CICS-READ-AVISO-UPD.
           EXEC CICS READ
               FILE('EDM4AVI')
               INTO(REG-EDMAVI)
               RIDFLD(EDAV-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AVISO.

       808-EXEC-CICS-WRITE-AVISO.
           EXEC CICS WRITE
               FILE('EDM4AVI')
               FROM(REG-EDMAVI)
               RIDFLD(EDAV-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AVISO.

       809-EXEC-CICS-REWRITE-AVISO.
           EXEC CICS REWRITE
               FILE('EDM4AVI')
               FROM(REG-EDMAVI)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AVISO.

      *-->NOHANDLE: LA BITACORA NUNCA DETIENE EL MANTENIMIENTO
       810-EXEC-CICS-LINK-BITACORA.
           EXEC CICS LINK
               PROGRAM('EDID1BTJ')
               COMMAREA(REG-EDBTJ)
               NOHANDLE
           END-EXEC.

       811-EXEC-CICS-STARTBR-ACU.
           EXEC CICS STARTBR
               FILE('EDM4ACU')
               RIDFLD(EDAC-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-ACU.

       812-EXEC-CICS-READNEXT-ACU.
           EXEC CICS READNEXT
               FILE('EDM4ACU')
               INTO(REG-EDMACU)
               RIDFLD(EDAC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-ACU.

       813-EXEC-CICS-ENDBR-ACU.
           EXEC CICS ENDBR
               FILE('EDM4ACU')
               NOHANDLE
           END-EXEC.

       814-EXEC-CICS-STARTBR-HIGH.
           MOVE 999999 TO EDAV-NUMERO
           EXEC CICS STARTBR
               FILE('EDM4AVI')
               RIDFLD(EDAV-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AVISO.

       815-EXEC-CICS-READPREV-AVISO.
           EXEC CICS READPREV
               FILE('EDM4AVI')
               INTO(REG-EDMAVI)
               RIDFLD(EDAV-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AVISO.

       816-EXEC-CICS-ENDBR-AVISO.
           EXEC CICS ENDBR
               FILE('EDM4AVI')
               NOHANDLE
           END-EXEC.

       817-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       897-EVALUATE-DFHRESP-ACU.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4ACU-NORMAL  TO TRUE
                WHEN OTHER           SET WKS-EDM4ACU-ENDFILE TO TRUE
           END-EVALUATE.

       898-EVALUATE-DFHRESP-AVISO.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4AVI-NORMAL TO TRUE
                WHEN OTHER           SET WKS-EDM4AVI-NOTFND TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "PANTALLA SOLO PARA SUPERVISOR"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINNUMERO
                MOVE "DIGITE EL NUMERO DE AVISO"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-NUMINV
                MOVE "NUMERO DE AVISO INVALIDO"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "AVISO NO REGISTRADO"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-FOUND
                MOVE "AVISO ENCONTRADO"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-GRABADO
                MOVE "AVISO GRABADO"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-ANULADO
                MOVE "AVISO ANULADO"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-YA-ANULADO
                MOVE "AVISO ANULADO, NO SE MODIFICA"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINTITULO
                MOVE "DIGITE EL TITULO DEL AVISO"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-DESTINO
                MOVE "DESTINO: T=TODOS S=SUCURSAL R=ROL"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-VALOR
                MOVE "DIGITE LA SUCURSAL O EL ROL (C/S/A)"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-FECHA
                MOVE "FECHA INVALIDA (DDMMAAAA)"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-RANGO
                MOVE "HASTA NO PUEDE SER MENOR QUE DESDE"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-URGENCIA
                MOVE "URGENCIA: A=ALTA M=MEDIA B=BAJA"
                TO EDYLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDYLI-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDYLI-OUTPUT-MSGC
                MOVE SPACES   TO EDYLI-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDYLI-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDYLI-TIME-SISO.

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
           MOVE SPACE TO EDYLII
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
