      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1YL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : CLIENTES RECIENTES DEL OPERADOR                  *
      * ARCHIVOS    : EDM4RCL / EDM4CL (ENTRADA)                       *
      * ACCION (ES) : ENTER=ABRIR PANTALLA PF10=REGRESAR               *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * MUESTRA LOS ULTIMOS 15 CLIENTES DISTINTOS QUE EL OPERADOR     *
      * TRABAJO EN LAS PANTALLAS DE CLIENTE (EDM4RCL, LO ANOTA LA     *
      * RUTINA EDID1BRC), EL MAS RECIENTE PRIMERO; LA LISTA NO SE     *
      * PIERDE AL CERRAR SESION. UNA LETRA EN LA LINEA ABRE LA        *
      * PANTALLA YA CARGADA CON ESE CLIENTE:                          *
      *   S=PANTALLA DE ORIGEN (O LA ULTIMA DONDE SE TRABAJO)         *
      *   C=EDID1CL5 M=EDID1MLI N=EDID1NLI D=EDID1ILI K=EDID1CLI      *
      *   V=EDID1RLI P=EDID1PL2 H=EDID1HL2 R=EDID1WL2                 *
      * EDID1MLI ENTRA CON LA COMMAREA DE PRE-CARGA (38 BYTES); LAS   *
      * DEMAS CON LA POSICIONADA EDCPOS (37 BYTES). LOS SENSIBLES SE  *
      * ENMASCARAN CON LA MISMA REGLA DEL BROWSE EDID1QLI. SE LLEGA   *
      * CON PF12 DEL MENU EDID1YL5 O DE UNA PANTALLA DE CLIENTE       *
      * (COMMAREA EDCREC, A LA QUE REGRESA PF10 CON EL CLIENTE QUE    *
      * TENIA; EDID1CL5, QUE SIEMPRE MUESTRA UN CLIENTE, REGRESA CON  *
      * EL PRIMERO DE LA LISTA, QUE ES EL QUE ACABA DE ANOTAR).       *
      * TRANSID EDY2                                                  *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1YL2.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBVJ.
       COPY EDYL2.
       COPY EDCPOS.

       COPY EDMRCL.
       COPY EDMACL.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-EDM4RCL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4RCL-NORMAL        VALUE 1.
           88 WKS-EDM4RCL-OTRO          VALUE 2.

       01 WKS-EDM4CL-STATUS             PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NORMAL         VALUE 1.
           88 WKS-EDM4CL-OTRO           VALUE 2.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NOOPERATOR   VALUE 2.
                88 WKS-MSG-VACIA        VALUE 3.
                88 WKS-MSG-LISTA        VALUE 4.
                88 WKS-MSG-SELECTION    VALUE 5.
                88 WKS-MSG-OPCION       VALUE 6.
                88 WKS-MSG-ENTRENA      VALUE 7.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-LINEA                 PIC 99 VALUE ZEROS.

       01 WKS-SELECCION.
           02 WKS-OPCION                PIC X(01) VALUE SPACES.
           02 WKS-PROGRAM-DESTINO       PIC X(08) VALUE SPACES.
           02 WKS-CLIENTE-DESTINO       PIC 9(08) VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1YL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-PROGRAM-CONSULTA      PIC X(08) VALUE "EDID1CL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
      *-->PANTALLA QUE ABRIO LA LISTA CON PF12 (ESPACIOS = MENU)
               03 WKS-COM-ORIGEN        PIC X(08).
               03 WKS-COM-ORIGEN-CLIENTE PIC 9(08).
               03 WKS-COM-CARGADA       PIC 9(01).
               03 WKS-COM-CO-CLIENTE    PIC 9(08) OCCURS 15.
               03 WKS-COM-PANTALLA      PIC X(08) OCCURS 15.

      *-->SALTO A EDID1MLI: SESION + CODIGO (38) PARA QUE ENTRE CON
      *   EL REGISTRO YA CARGADO
       01 WKS-COMMAREA-MLI.
           02 WKS-CMLI-SESION           PIC X(29).
           02 WKS-CMLI-PROTEGIDO        PIC 9 VALUE ZEROS.
           02 WKS-CMLI-CODIGO           PIC 9(08).

      *-->PARA EL REGRESO SOLO VIAJA LA SESION EDCOM (29), COMO
      *   CUANDO SE ENTRA A ESAS PANTALLAS DESDE EL MENU
       01 WKS-COMMAREA-LOGIN            PIC X(29).

      *-->ARCHIVOS DE LA SESION
       01 WKS-ARCHIVOS-SESION.
           02 WKS-FILE-CLIENTES        PIC X(08) VALUE "EDM4CL  ".

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
           02 WKS-DATE-FORMAT           PIC 99/99/9999.
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(286).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (LA PROPIA DE 286 BYTES SE RESTAURA
      *   COMPLETA; LA DE 45 ES EL PF12 DE UNA PANTALLA DE CLIENTE,
      *   EDCREC; OTRA LONGITUD SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 286
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                INITIALIZE WKS-COMMAREA
                IF EIBCALEN = 45
                     MOVE DFHCOMMAREA(1:45) TO WKS-COMMAREA(1:45)
                ELSE
                     IF EIBCALEN NOT = 0
                          MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                     END-IF
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT

      *-->LA LISTA ES DE TRABAJO REAL: UNA SESION DE ENTRENAMIENTO
      *   NO ENTRA (PF10 SIGUE REGRESANDO)
           IF WKS-COM-EN-ENTRENA
           AND EIBAID NOT = DFHPF10
                PERFORM 010-RECHAZA-ENTRENA
           END-IF

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN NOT = 286
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT: CARGA LA LISTA DEL OPERADOR
       100-ACCION-DEFAULT.
           MOVE LOW-VALUES TO EDYL2I
           PERFORM 210-CARGA-LISTA
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->RECHAZO DE SESION EN ENTRENAMIENTO
       010-RECHAZA-ENTRENA.
           SET WKS-MSG-ENTRENA TO TRUE
           MOVE LOW-VALUES TO EDYL2I
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA ABRIR LA PANTALLA ELEGIDA: SE TOMA LA PRIMERA
      *   LINEA MARCADA; SIN MARCA O CON LETRA INVALIDA SE VUELVE A
      *   MOSTRAR LA LISTA CON EL AVISO
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE SPACES TO WKS-OPCION
           MOVE ZEROS  TO WKS-LINEA
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > 15 OR WKS-LINEA > ZEROS
               IF EDYL2-OPTIONO(WKS-INDEX) > SPACES
               AND WKS-COM-CO-CLIENTE(WKS-INDEX) > ZEROS
                  MOVE EDYL2-OPTIONO(WKS-INDEX) TO WKS-OPCION
                  MOVE WKS-INDEX TO WKS-LINEA
               END-IF
               ADD 1 TO WKS-INDEX
           END-PERFORM

           MOVE SPACES TO WKS-PROGRAM-DESTINO
           IF WKS-LINEA > ZEROS
                PERFORM 220-ELIGE-PANTALLA
           END-IF

           IF WKS-PROGRAM-DESTINO > SPACES
                MOVE WKS-COM-CO-CLIENTE(WKS-LINEA)
                  TO WKS-CLIENTE-DESTINO
                PERFORM 230-ABRE-PANTALLA
           ELSE
                MOVE LOW-VALUES TO EDYL2I
                PERFORM 210-CARGA-LISTA
                IF WKS-LINEA = ZEROS
                     SET WKS-MSG-SELECTION TO TRUE
                ELSE
                     SET WKS-MSG-OPCION TO TRUE
                END-IF
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 804-EXEC-CICS-RETURN
           END-IF.

      *-->LEE LA FILA DEL OPERADOR Y ARMA CADA LINEA CON EL NOMBRE Y
      *   ESTADO VIGENTES DEL MAESTRO
       210-CARGA-LISTA.
           MOVE ZEROS TO WKS-COM-CARGADA
           MOVE WKS-COM-OPERADOR-ID TO EDYL2-OPERADORO
           MOVE WKS-COM-ORIGEN      TO EDYL2-ORIGENO
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > 15
               MOVE ZEROS  TO WKS-COM-CO-CLIENTE(WKS-INDEX)
               MOVE SPACES TO WKS-COM-PANTALLA(WKS-INDEX)
               PERFORM 213-LOAD-TABLE-SPACES
               ADD 1 TO WKS-INDEX
           END-PERFORM
           IF WKS-COM-OPERADOR-ID = SPACES
                SET WKS-MSG-NOOPERATOR TO TRUE
           ELSE
                MOVE WKS-COM-OPERADOR-ID TO EDRC-OPERADOR
                PERFORM 806-EXEC-CICS-READ-RCL
                IF WKS-EDM4RCL-NORMAL AND EDRC-CANTIDAD > ZEROS
                     MOVE 1 TO WKS-COM-CARGADA
                     MOVE 1 TO WKS-INDEX
                     PERFORM UNTIL WKS-INDEX > EDRC-CANTIDAD
                          PERFORM 212-LOAD-TABLE-DATA
                          ADD 1 TO WKS-INDEX
                     END-PERFORM
                     SET WKS-MSG-LISTA TO TRUE
                ELSE
                     SET WKS-MSG-VACIA TO TRUE
                END-IF
           END-IF.

       212-LOAD-TABLE-DATA.
           MOVE EDRC-CO-CLIENTE(WKS-INDEX)
             TO WKS-COM-CO-CLIENTE(WKS-INDEX)
           MOVE EDRC-PANTALLA(WKS-INDEX)
             TO WKS-COM-PANTALLA(WKS-INDEX)
           MOVE EDRC-CO-CLIENTE(WKS-INDEX)
             TO EDYL2-CO-CLIENTEO(WKS-INDEX)
           MOVE EDRC-PANTALLA(WKS-INDEX)
             TO EDYL2-PANTALLAO(WKS-INDEX)
           MOVE EDRC-FECHA(WKS-INDEX)(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE EDRC-FECHA(WKS-INDEX)(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE EDRC-FECHA(WKS-INDEX)(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED
           MOVE WKS-FECHA-ED TO EDYL2-FECHAO(WKS-INDEX)
           MOVE EDRC-CO-CLIENTE(WKS-INDEX) TO EDMC-LLAVE
           PERFORM 807-EXEC-CICS-READ-CL
           IF WKS-EDM4CL-NORMAL
                MOVE EDMC-NOMBRE-CLIENTE
                  TO EDYL2-NOM-CLIENTEO(WKS-INDEX)
                MOVE EDMC-MARCA-ELIMINADO
                  TO EDYL2-ESTADOO(WKS-INDEX)
      *-->CLIENTES SENSIBLES: LA FECHA SE ENMASCARA PARA OPERADORES
      *   SIN ROL DE SUPERVISOR
                IF EDMC-SENSIBLE
                AND NOT WKS-COM-ROL-SUPERVISOR
                AND NOT WKS-COM-ROL-ADMIN
                     MOVE "**/**/****" TO EDYL2-FECHA-NACO(WKS-INDEX)
                ELSE
                     MOVE EDMC-FECHA-NAC-O-CONSTITUC TO WKS-DATE-FORMAT
                     MOVE WKS-DATE-FORMAT
                       TO EDYL2-FECHA-NACO(WKS-INDEX)
                     IF EDMC-SENSIBLE
                          PERFORM 240-LINK-VISTA-SENSIBLE
                     END-IF
                END-IF
           ELSE
                MOVE "NO EXISTE EN EL MAESTRO"
                  TO EDYL2-NOM-CLIENTEO(WKS-INDEX)
           END-IF.

       213-LOAD-TABLE-SPACES.
           MOVE SPACES TO EDYL2-OPTIONO(WKS-INDEX)
           MOVE SPACES TO EDYL2-CO-CLIENTEO(WKS-INDEX)
           MOVE SPACES TO EDYL2-NOM-CLIENTEO(WKS-INDEX)
           MOVE SPACES TO EDYL2-FECHA-NACO(WKS-INDEX)
           MOVE SPACES TO EDYL2-ESTADOO(WKS-INDEX)
           MOVE SPACES TO EDYL2-PANTALLAO(WKS-INDEX)
           MOVE SPACES TO EDYL2-FECHAO(WKS-INDEX).

      *-->TRADUCE LA LETRA A LA PANTALLA DESTINO; "S" REGRESA A LA
      *   PANTALLA DE ORIGEN O, DESDE EL MENU, A LA ULTIMA PANTALLA
      *   DONDE SE TRABAJO EL CLIENTE
       220-ELIGE-PANTALLA.
           MOVE SPACES TO WKS-PROGRAM-DESTINO
           EVALUATE WKS-OPCION
                WHEN "S"
                     IF WKS-COM-ORIGEN > SPACES
                          MOVE WKS-COM-ORIGEN TO WKS-PROGRAM-DESTINO
                     ELSE
                          MOVE WKS-COM-PANTALLA(WKS-LINEA)
                            TO WKS-PROGRAM-DESTINO
                     END-IF
                     IF WKS-PROGRAM-DESTINO = SPACES
                          MOVE WKS-PROGRAM-CONSULTA
                            TO WKS-PROGRAM-DESTINO
                     END-IF
                WHEN "C" MOVE "EDID1CL5" TO WKS-PROGRAM-DESTINO
                WHEN "M" MOVE "EDID1MLI" TO WKS-PROGRAM-DESTINO
                WHEN "N" MOVE "EDID1NLI" TO WKS-PROGRAM-DESTINO
                WHEN "D" MOVE "EDID1ILI" TO WKS-PROGRAM-DESTINO
                WHEN "K" MOVE "EDID1CLI" TO WKS-PROGRAM-DESTINO
                WHEN "V" MOVE "EDID1RLI" TO WKS-PROGRAM-DESTINO
                WHEN "P" MOVE "EDID1PL2" TO WKS-PROGRAM-DESTINO
                WHEN "H" MOVE "EDID1HL2" TO WKS-PROGRAM-DESTINO
                WHEN "R" MOVE "EDID1WL2" TO WKS-PROGRAM-DESTINO
           END-EVALUATE.

      *-->ABRE LA PANTALLA DESTINO YA CARGADA CON EL CLIENTE
      *   WKS-CLIENTE-DESTINO (EL DE LA LINEA O, CON PF10, EL DE LA
      *   PANTALLA DE ORIGEN)
       230-ABRE-PANTALLA.
           IF WKS-PROGRAM-DESTINO = "EDID1MLI"
                MOVE WKS-COMMAREA(1:29) TO WKS-CMLI-SESION
                MOVE ZEROS TO WKS-CMLI-PROTEGIDO
                MOVE WKS-CLIENTE-DESTINO TO WKS-CMLI-CODIGO
                PERFORM 809-EXEC-CICS-XCTL-MODIFICAR
           ELSE
                MOVE WKS-COMMAREA(1:29) TO WKS-CPO-SESION
                MOVE WKS-CLIENTE-DESTINO TO WKS-CPO-CO-CLIENTE
                PERFORM 810-EXEC-CICS-XCTL-DESTINO
           END-IF
           PERFORM 999-END-PROGRAM.

      *-->RASTRO DE CONSULTA A SENSIBLE EN EDM4VIS (RUTINA EDID1BVJ;
      *   NOHANDLE: LA BITACORA NUNCA DETIENE LA CONSULTA)
       240-LINK-VISTA-SENSIBLE.
           MOVE EDMC-LLAVE TO EDVJ-CO-CLIENTE
           MOVE WKS-COM-OPERADOR-ID TO EDVJ-OPERADOR
           MOVE EIBTRMID TO EDVJ-TERMINAL
           MOVE WKS-PROGRAM-NAME TO EDVJ-PANTALLA
           EXEC CICS LINK
               PROGRAM('EDID1BVJ')
               COMMAREA(REG-EDBVJ)
               NOHANDLE
           END-EXEC.

      *-->ACCION PARA REGRESAR A LA PANTALLA DE ORIGEN CON EL
      *   CLIENTE QUE TENIA (SIN CLIENTE, SOLO CON LA SESION) O AL
      *   MENU PRINCIPAL. EDID1CL5 NO EXISTE SIN CLIENTE: REGRESA
      *   CON EL PRIMERO DE LA LISTA O, SI NO HAY, AL MENU
       500-ACCION-PF10.
           MOVE WKS-COM-ORIGEN         TO WKS-PROGRAM-DESTINO
           MOVE WKS-COM-ORIGEN-CLIENTE TO WKS-CLIENTE-DESTINO
           IF WKS-PROGRAM-DESTINO = WKS-PROGRAM-CONSULTA
           AND WKS-CLIENTE-DESTINO = ZEROS
                IF WKS-COM-CARGADA = 1
                     MOVE WKS-COM-CO-CLIENTE(1) TO WKS-CLIENTE-DESTINO
                ELSE
                     MOVE SPACES TO WKS-PROGRAM-DESTINO
                END-IF
           END-IF
           IF WKS-PROGRAM-DESTINO > SPACES
           AND WKS-CLIENTE-DESTINO > ZEROS
                PERFORM 230-ABRE-PANTALLA
           ELSE
                IF WKS-PROGRAM-DESTINO = SPACES
                     MOVE WKS-PROGRAM-1 TO WKS-PROGRAM-DESTINO
                END-IF
                MOVE WKS-COMMAREA(1:29) TO WKS-COMMAREA-LOGIN
                PERFORM 808-EXEC-CICS-XCTL-REGRESO
                PERFORM 999-END-PROGRAM
           END-IF.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDYL2')
                MAPSET('EDYL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDYL2')
                MAPSET('EDYL2')
                DATAONLY
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDY2')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDYL2')
                MAPSET ('EDYL2')
           END-EXEC.

       806-EXEC-CICS-READ-RCL.
           EXEC CICS READ
               FILE('EDM4RCL')
               INTO(REG-EDMRCL)
               RIDFLD(EDRC-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-EDM4RCL-NORMAL TO TRUE
           ELSE
                SET WKS-EDM4RCL-OTRO TO TRUE
           END-IF.

       807-EXEC-CICS-READ-CL.
           EXEC CICS READ
               FILE(WKS-FILE-CLIENTES)
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-EDM4CL-NORMAL TO TRUE
           ELSE
                SET WKS-EDM4CL-OTRO TO TRUE
           END-IF.

       808-EXEC-CICS-XCTL-REGRESO.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-DESTINO)
               COMMAREA(WKS-COMMAREA-LOGIN)
           END-EXEC.

       809-EXEC-CICS-XCTL-MODIFICAR.
           EXEC CICS XCTL
               PROGRAM('EDID1MLI')
               COMMAREA(WKS-COMMAREA-MLI)
           END-EXEC.

       810-EXEC-CICS-XCTL-DESTINO.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-DESTINO)
               COMMAREA(WKS-COM-POSICIONADA)
           END-EXEC.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDYL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOOPERATOR
                MOVE "INGRESE PRIMERO SU OPERADOR EN EL MENU"
                TO EDYL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-VACIA
                MOVE "SIN CLIENTES RECIENTES"
                TO EDYL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-LISTA
                MOVE "MARQUE UNA LINEA Y PRESIONE ENTER"
                TO EDYL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SELECTION
                MOVE "MARQUE UNA LINEA CON UNA LETRA"
                TO EDYL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-OPCION
                MOVE "USE S,C,M,N,D,K,V,P,H O R"
                TO EDYL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ENTRENA
                MOVE "NO DISPONIBLE EN ENTRENAMIENTO, USE PF10"
                TO EDYL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDYL2-OUTPUT-MSGC
                MOVE SPACES   TO EDYL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           IF WKS-COM-EN-ENTRENA
                MOVE "ENTRENAMIENTO" TO EDYL2-ENTRENAO
           ELSE
                MOVE SPACES TO EDYL2-ENTRENAO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDYL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDYL2-TIME-SISO.

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
           MOVE SPACE TO EDYL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
