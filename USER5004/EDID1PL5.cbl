      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1PL5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : CONSULTA DEL HISTORICO DE CLIENTES DEPURADOS     *
      * ARCHIVOS    : EDM4ARH / EDP4ARH (ENTRADA)                      *
      * ACCION (ES) : ENTER=CONSULTAR PF8=SIGUIENTES PF10=SALIR        *
      * PROGRAMA(S) : EDID1BVJ (LINK) / XTCL                           *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RESPONDE "ESTA PERSONA FUE ALGUNA VEZ CLIENTE?" SIN RESTAURAR *
      * NINGUN EXTRACTO: CONSULTA EL HISTORICO EDM4ARH QUE ESCRIBEN   *
      * LA PURGA EDID1R03 Y LA ANONIMIZACION EDID1R21. CON CODIGO     *
      * MUESTRA LA IMAGEN ARCHIVADA CON FECHA, DISPOSICION, MOTIVO Y  *
      * ULTIMO OPERADOR; CON NOMBRE (O SU INICIO) LISTA LAS           *
      * COINCIDENCIAS POR EL PATH EDP4ARH, DIEZ POR PAGINA (PF8       *
      * SIGUIENTE). CADA DETALLE MOSTRADO SE REGISTRA EN EDM4VIS      *
      * IGUAL QUE LA CONSULTA A UN CLIENTE SENSIBLE (RUTINA           *
      * EDID1BVJ). SOLO SUPERVISOR; SE ALCANZA POR LA OPCION DE MENU  *
      * QUE OPERACIONES CATALOGUE EN EDM4MNU (TRANSID EDP5)           *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1PL5.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDPL5.

       COPY EDMARH.

       COPY EDMACL.

       COPY EDBVJ.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
           02 WKS-CODIGO                PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
      *-->LLAVE DEL PATH POR NOMBRE Y LARGO DEL INICIO DIGITADO
           02 WKS-LLAVE-NOMBRE          PIC X(40) VALUE SPACES.
           02 WKS-NOM-ANTERIOR          PIC X(40) VALUE SPACES.
           02 WKS-LARGO                 PIC 9(02) VALUE ZEROS.
           02 WKS-SALTADOS              PIC 9(03) VALUE ZEROS.
           02 WKS-IGUALES               PIC 9(03) VALUE ZEROS.
           02 WKS-RENGLONES             PIC 9(02) VALUE 10.

       01 WKS-EDM4ARH-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4ARH-NORMAL        VALUE 1.
           88 WKS-EDM4ARH-NOTFND        VALUE 2.
           88 WKS-EDM4ARH-ENDFILE       VALUE 3.
           88 WKS-EDM4ARH-ERROR         VALUE 4.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NOAUTH       VALUE 2.
                88 WKS-MSG-SINDATO      VALUE 3.
                88 WKS-MSG-CODINV       VALUE 4.
                88 WKS-MSG-NOTFND       VALUE 5.
                88 WKS-MSG-FOUND        VALUE 6.
                88 WKS-MSG-SINNOMBRE    VALUE 7.
                88 WKS-MSG-HAYMAS       VALUE 8.
                88 WKS-MSG-FINLISTA     VALUE 9.
                88 WKS-MSG-NOMAS        VALUE 10.
                88 WKS-MSG-NOTOPEN      VALUE 11.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CORTE            PIC 9 VALUE ZEROS.

       01 WKS-SUBCRIPS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1PL5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
      *-->MARCA DE PANTALLA ACTIVA: DISTINGUE LA REENTRADA PROPIA
      *   (114 BYTES) DEL LOGIN QUE LLEGA DEL MENU (29 BYTES)
               03 WKS-COM-PANTALLA      PIC 9 VALUE ZEROS.
      *-->POSICION DE LA LISTA POR NOMBRE PARA EL PF8: INICIO
      *   DIGITADO, ULTIMO NOMBRE MOSTRADO Y CUANTAS FILAS CON ESE
      *   MISMO NOMBRE YA SALIERON (EL PATH NO ES UNICO)
               03 WKS-COM-NOM-BUSCA     PIC X(40) VALUE SPACES.
               03 WKS-COM-NOM-ULTIMO    PIC X(40) VALUE SPACES.
               03 WKS-COM-SALTAR        PIC 9(03) VALUE ZEROS.
               03 WKS-COM-HAY-MAS       PIC 9 VALUE ZEROS.

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
       01 DFHCOMMAREA                   PIC X(114).

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
                WHEN EIBAID = DFHPF8
                    PERFORM 300-ACCION-PF8
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
           MOVE SPACES TO WKS-COM-NOM-BUSCA
           MOVE SPACES TO WKS-COM-NOM-ULTIMO
           MOVE ZEROS  TO WKS-COM-SALTAR
           MOVE ZEROS  TO WKS-COM-HAY-MAS
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR: EL CODIGO MANDA SOBRE EL NOMBRE
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE ZEROS TO WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDPL5-CODIGOC
           MOVE DFHTURQ TO EDPL5-NOMBREC
           MOVE ZEROS TO WKS-COM-HAY-MAS
           IF EDPL5-CODIGOI > SPACES
                PERFORM 210-CONSULTA-CODIGO
           ELSE IF EDPL5-NOMBREI > SPACES
                MOVE EDPL5-NOMBREI TO WKS-COM-NOM-BUSCA
                MOVE EDPL5-NOMBREI TO WKS-COM-NOM-ULTIMO
                MOVE ZEROS TO WKS-COM-SALTAR
                PERFORM 250-CARGA-LISTA
           ELSE
                SET WKS-MSG-SINDATO TO TRUE
                MOVE -1 TO EDPL5-CODIGOL
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

       210-CONSULTA-CODIGO.
           PERFORM 240-LIMPIA-DETALLE
           PERFORM 245-LIMPIA-LISTA
           IF EDPL5-CODIGOI IS NOT NUMERIC
                SET WKS-MSG-CODINV TO TRUE
                MOVE DFHRED TO EDPL5-CODIGOC
                MOVE -1 TO EDPL5-CODIGOL
           ELSE
                MOVE EDPL5-CODIGOI TO WKS-CODIGO
                MOVE WKS-CODIGO TO EDAR-CO-CLIENTE
                PERFORM 806-EXEC-CICS-READ-ARCHIVO
                IF WKS-EDM4ARH-NORMAL
                     PERFORM 220-LOAD-DATA-OUTPUT
                     PERFORM 230-LINK-VISTA-HISTORICO
                     SET WKS-MSG-FOUND TO TRUE
                ELSE IF WKS-EDM4ARH-NOTFND
                     SET WKS-MSG-NOTFND TO TRUE
                     MOVE -1 TO EDPL5-CODIGOL
                ELSE
                     SET WKS-MSG-NOTOPEN TO TRUE
                     MOVE -1 TO EDPL5-CODIGOL
                END-IF
           END-IF.

      *-->EL DETALLE SALE DE LA IMAGEN ARCHIVADA DEL MAESTRO; EN LOS
      *   ANONIMIZADOS ES LA IMAGEN DE ANTES DE ENMASCARAR
       220-LOAD-DATA-OUTPUT.
           MOVE EDAR-IMAGEN TO REG-EDMACL
           MOVE EDMC-NOMBRE-CLIENTE TO EDPL5-DET-NOMBREO
           IF EDMC-TIPO-COMPANIA
                MOVE "COMPANIA" TO EDPL5-TIPOO
           ELSE
                MOVE "PERSONA"  TO EDPL5-TIPOO
           END-IF
           MOVE EDMC-FECHA-NAC-O-CONSTITUC TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-ED          TO EDPL5-FECHA-NACO
           MOVE EDMC-NUMERO-TELEFONO  TO EDPL5-TELO
           MOVE EDMC-TEL-CELULAR      TO EDPL5-CELULARO
           MOVE EDMC-DIRECCION        TO EDPL5-DIRECCIONO
           MOVE EDMC-CIUDAD           TO EDPL5-CIUDADO
           MOVE EDMC-SUCURSAL         TO EDPL5-SUCURSALO
           MOVE EDMC-FECHA-CREACION   TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-ED          TO EDPL5-FECHA-ADICO
           MOVE EDAR-MOTIVO           TO EDPL5-MOTIVOO
           IF EDAR-ANONIMIZADO
                MOVE "ANONIMIZADO" TO EDPL5-DISPOSICIONO
           ELSE
                MOVE "PURGADO"     TO EDPL5-DISPOSICIONO
           END-IF
           MOVE EDAR-FECHA-ARCHIVO    TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-ED          TO EDPL5-FECHA-ARCHO
           MOVE EDAR-ULT-OPERADOR     TO EDPL5-ULT-OPERO
           MOVE EDAR-ULT-TERMINAL     TO EDPL5-ULT-TERMO
           MOVE EDAR-PROGRAMA         TO EDPL5-PROGRAMAO
           IF EDAR-FECHA-RESTAURA = ZEROS
                MOVE SPACES TO EDPL5-RESTAURAO
           ELSE
                MOVE EDAR-FECHA-RESTAURA TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED TO EDPL5-RESTAURAO
           END-IF.

      *-->RASTRO DE LA CONSULTA EN EDM4VIS (RUTINA EDID1BVJ;
      *   NOHANDLE: LA BITACORA NUNCA DETIENE LA CONSULTA)
       230-LINK-VISTA-HISTORICO.
           MOVE EDAR-CO-CLIENTE TO EDVJ-CO-CLIENTE
           MOVE WKS-COM-OPERADOR-ID TO EDVJ-OPERADOR
           MOVE EIBTRMID TO EDVJ-TERMINAL
           MOVE WKS-PROGRAM-NAME TO EDVJ-PANTALLA
           PERFORM 810-EXEC-CICS-LINK-VISTA.

       240-LIMPIA-DETALLE.
           MOVE SPACES TO EDPL5-DET-NOMBREO
           MOVE SPACES TO EDPL5-TIPOO
           MOVE SPACES TO EDPL5-FECHA-NACO
           MOVE SPACES TO EDPL5-TELO
           MOVE SPACES TO EDPL5-CELULARO
           MOVE SPACES TO EDPL5-DIRECCIONO
           MOVE SPACES TO EDPL5-CIUDADO
           MOVE SPACES TO EDPL5-SUCURSALO
           MOVE SPACES TO EDPL5-FECHA-ADICO
           MOVE SPACES TO EDPL5-MOTIVOO
           MOVE SPACES TO EDPL5-DISPOSICIONO
           MOVE SPACES TO EDPL5-FECHA-ARCHO
           MOVE SPACES TO EDPL5-ULT-OPERO
           MOVE SPACES TO EDPL5-ULT-TERMO
           MOVE SPACES TO EDPL5-PROGRAMAO
           MOVE SPACES TO EDPL5-RESTAURAO.

       245-LIMPIA-LISTA.
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > WKS-RENGLONES
                MOVE SPACES TO EDPL5-LIS-CODIGOO(WKS-INDEX)
                MOVE SPACES TO EDPL5-LIS-NOMBREO(WKS-INDEX)
                MOVE SPACES TO EDPL5-LIS-FECHAO(WKS-INDEX)
                MOVE SPACES TO EDPL5-LIS-DISPO(WKS-INDEX)
                ADD 1 TO WKS-INDEX
           END-PERFORM.

      *-->LISTA UNA PAGINA DE COINCIDENCIAS DESDE EL ULTIMO NOMBRE
      *   MOSTRADO, SALTANDO LAS FILAS DE ESE NOMBRE QUE YA SALIERON
       250-CARGA-LISTA.
           PERFORM 240-LIMPIA-DETALLE
           PERFORM 245-LIMPIA-LISTA
           PERFORM 255-LARGO-NOMBRE
           MOVE WKS-COM-NOM-ULTIMO TO WKS-LLAVE-NOMBRE
           PERFORM 807-EXEC-CICS-STARTBR-NOMBRE
           IF WKS-EDM4ARH-ERROR
                SET WKS-MSG-NOTOPEN TO TRUE
                MOVE -1 TO EDPL5-NOMBREL
           ELSE
                IF WKS-EDM4ARH-NORMAL
                     PERFORM 808-EXEC-CICS-READNEXT-NOMBRE
                     MOVE ZEROS TO WKS-SALTADOS
                     PERFORM UNTIL WKS-SALTADOS NOT < WKS-COM-SALTAR
                     OR NOT WKS-EDM4ARH-NORMAL
                          PERFORM 808-EXEC-CICS-READNEXT-NOMBRE
                          ADD 1 TO WKS-SALTADOS
                     END-PERFORM
                     MOVE 1 TO WKS-INDEX
                     PERFORM UNTIL WKS-INDEX > WKS-RENGLONES
                     OR NOT WKS-EDM4ARH-NORMAL
                     OR EDAR-NOMBRE(1:WKS-LARGO) NOT =
                        WKS-COM-NOM-BUSCA(1:WKS-LARGO)
                          PERFORM 260-LOAD-RENGLON
                          PERFORM 808-EXEC-CICS-READNEXT-NOMBRE
                          ADD 1 TO WKS-INDEX
                     END-PERFORM
                     IF WKS-EDM4ARH-NORMAL
                     AND EDAR-NOMBRE(1:WKS-LARGO) =
                         WKS-COM-NOM-BUSCA(1:WKS-LARGO)
                          MOVE 1 TO WKS-COM-HAY-MAS
                     END-IF
                     PERFORM 809-EXEC-CICS-ENDBR-NOMBRE
                END-IF
                IF EDPL5-LIS-CODIGOO(1) = SPACES
                     SET WKS-MSG-SINNOMBRE TO TRUE
                     MOVE -1 TO EDPL5-NOMBREL
                ELSE IF WKS-COM-HAY-MAS = 1
                     PERFORM 270-POSICION-SIGUIENTE
                     SET WKS-MSG-HAYMAS TO TRUE
                     MOVE -1 TO EDPL5-CODIGOL
                ELSE
                     SET WKS-MSG-FINLISTA TO TRUE
                     MOVE -1 TO EDPL5-CODIGOL
                END-IF
           END-IF.

      *-->LARGO DEL INICIO DE NOMBRE DIGITADO (SIN BLANCOS FINALES)
       255-LARGO-NOMBRE.
           MOVE 40 TO WKS-LARGO
           PERFORM UNTIL WKS-LARGO = 1
           OR WKS-COM-NOM-BUSCA(WKS-LARGO:1) NOT = SPACE
                SUBTRACT 1 FROM WKS-LARGO
           END-PERFORM.

       260-LOAD-RENGLON.
           MOVE EDAR-CO-CLIENTE TO EDPL5-LIS-CODIGOO(WKS-INDEX)
           MOVE EDAR-NOMBRE     TO EDPL5-LIS-NOMBREO(WKS-INDEX)
           MOVE EDAR-FECHA-ARCHIVO TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-ED    TO EDPL5-LIS-FECHAO(WKS-INDEX)
           IF EDAR-ANONIMIZADO
                MOVE "ANONIMIZADO" TO EDPL5-LIS-DISPO(WKS-INDEX)
           ELSE
                MOVE "PURGADO"     TO EDPL5-LIS-DISPO(WKS-INDEX)
           END-IF.

      *-->EL PF8 ARRANCA EN EL ULTIMO NOMBRE DE LA PAGINA Y SALTA LAS
      *   FILAS DE ESE NOMBRE YA MOSTRADAS; SI LA PAGINA ENTERA ES DEL
      *   MISMO NOMBRE CON QUE EMPEZO, EL SALTO SE ACUMULA
       270-POSICION-SIGUIENTE.
           MOVE WKS-COM-NOM-ULTIMO TO WKS-NOM-ANTERIOR
           MOVE EDPL5-LIS-NOMBREO(WKS-RENGLONES) TO WKS-COM-NOM-ULTIMO
           MOVE ZEROS TO WKS-IGUALES
           MOVE ZEROS TO WKS-FLAG-CORTE
           MOVE WKS-RENGLONES TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX = ZEROS OR WKS-FLAG-CORTE = 1
                IF EDPL5-LIS-NOMBREO(WKS-INDEX) = WKS-COM-NOM-ULTIMO
                     ADD 1 TO WKS-IGUALES
                     SUBTRACT 1 FROM WKS-INDEX
                ELSE
                     MOVE 1 TO WKS-FLAG-CORTE
                END-IF
           END-PERFORM
           IF WKS-IGUALES = WKS-RENGLONES
           AND WKS-COM-NOM-ULTIMO = WKS-NOM-ANTERIOR
                ADD WKS-IGUALES TO WKS-COM-SALTAR
           ELSE
                MOVE WKS-IGUALES TO WKS-COM-SALTAR
           END-IF.

       290-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

      *-->ACCION PARA LA SIGUIENTE PAGINA DE LA LISTA POR NOMBRE
       300-ACCION-PF8.
           IF WKS-COM-HAY-MAS = 1
                MOVE ZEROS TO WKS-COM-HAY-MAS
                PERFORM 250-CARGA-LISTA
           ELSE
                SET WKS-MSG-NOMAS TO TRUE
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 811-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDPL5')
                MAPSET('EDPL5')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDPL5')
                MAPSET('EDPL5')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDPL5')
                MAPSET('EDPL5')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDP5')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDPL5')
                MAPSET ('EDPL5')
           END-EXEC.

       806-EXEC-CICS-READ-ARCHIVO.
           EXEC CICS READ
               FILE('EDM4ARH')
               INTO(REG-EDMARH)
               RIDFLD(EDAR-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-ARCHIVO.

       807-EXEC-CICS-STARTBR-NOMBRE.
           EXEC CICS STARTBR
               FILE('EDP4ARH')
               RIDFLD(WKS-LLAVE-NOMBRE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-ARCHIVO.

       808-EXEC-CICS-READNEXT-NOMBRE.
           EXEC CICS READNEXT
               FILE('EDP4ARH')
               INTO(REG-EDMARH)
               RIDFLD(WKS-LLAVE-NOMBRE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-ARCHIVO.

       809-EXEC-CICS-ENDBR-NOMBRE.
           EXEC CICS ENDBR
               FILE('EDP4ARH')
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-LINK-VISTA.
           EXEC CICS LINK
               PROGRAM('EDID1BVJ')
               COMMAREA(REG-EDBVJ)
               NOHANDLE
           END-EXEC.

       811-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->EL PATH POR NOMBRE NO ES UNICO: DUPKEY ES UNA LECTURA BUENA
      *   CON MAS FILAS DEL MISMO NOMBRE DETRAS
       898-EVALUATE-DFHRESP-ARCHIVO.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4ARH-NORMAL  TO TRUE
                WHEN DFHRESP(DUPKEY)  SET WKS-EDM4ARH-NORMAL  TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4ARH-NOTFND  TO TRUE
                WHEN DFHRESP(ENDFILE) SET WKS-EDM4ARH-ENDFILE TO TRUE
                WHEN OTHER            SET WKS-EDM4ARH-ERROR   TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "PANTALLA SOLO PARA SUPERVISOR"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINDATO
                MOVE "DIGITE EL CODIGO O EL NOMBRE"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CODINV
                MOVE "CODIGO DE CLIENTE INVALIDO"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "CODIGO SIN HISTORICO DE DEPURACION"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-FOUND
                MOVE "CLIENTE DEPURADO ENCONTRADO"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINNOMBRE
                MOVE "NINGUN DEPURADO CON ESE NOMBRE"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-HAYMAS
                MOVE "HAY MAS COINCIDENCIAS, PF8 SIGUIENTES"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-FINLISTA
                MOVE "FIN DE COINCIDENCIAS, DIGITE UN CODIGO"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOMAS
                MOVE "NO HAY MAS COINCIDENCIAS"
                TO EDPL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "HISTORICO DE DEPURADOS NO DISPONIBLE"
                TO EDPL5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDPL5-OUTPUT-MSGC
                MOVE SPACES   TO EDPL5-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDPL5-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDPL5-TIME-SISO.

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
           MOVE SPACE TO EDPL5I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
