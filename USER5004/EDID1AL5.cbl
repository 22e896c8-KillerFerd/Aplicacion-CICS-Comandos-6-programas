      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1AL5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : CONFIRMACION DE AVISOS AL INGRESAR AL SISTEMA    *
      * ARCHIVOS    : EDM4AVI (ENTRADA) / EDM4ACU (I/O)                *
      * ACCION (ES) : ENTER=CONFIRMAR (S) PF10=SALIR DEL SISTEMA       *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * EL MENU EDID1YL5 TRAE AQUI AL OPERADOR DESPUES DE UN INGRESO  *
      * CORRECTO CUANDO TIENE AVISOS VIGENTES SIN CONFIRMAR (RUTINA   *
      * EDID1BAV). SE MUESTRAN DE UNO EN UNO, EL MAS URGENTE PRIMERO; *
      * "S" + ENTER DEJA LA CONFIRMACION EN EDM4ACU CON FECHA, HORA Y *
      * TERMINAL Y PASA AL SIGUIENTE. AL NO QUEDAR PENDIENTES REGRESA *
      * AL MENU CON LA MARCA DE AVISOS LEIDOS. NO HAY FORMA DE LLEGAR *
      * AL MENU SIN CONFIRMAR: PF10 CIERRA LA SESION EN EDID1YL5      *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1AL5.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDAL5.

       COPY EDMAVI.

       COPY EDMACU.

       COPY EDBAV.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-INDEX                 PIC 9 VALUE ZEROS.
           02 WKS-VIGENCIA.
               03 WKS-VIG-DESDE         PIC X(10).
               03 FILLER                PIC X(03) VALUE " A ".
               03 WKS-VIG-HASTA         PIC X(10).

       01 WKS-EDM4AVI-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4AVI-NORMAL        VALUE 1.
           88 WKS-EDM4AVI-NOTFND        VALUE 2.

       01 WKS-EDM4ACU-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4ACU-NORMAL        VALUE 1.
           88 WKS-EDM4ACU-DUPREC        VALUE 2.
           88 WKS-EDM4ACU-ERROR         VALUE 3.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-LEER         VALUE 2.
                88 WKS-MSG-CONFIRMA     VALUE 3.
                88 WKS-MSG-SIGUIENTE    VALUE 4.
                88 WKS-MSG-UNKERROR     VALUE 5.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1AL5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
      *-->AVISO EN PANTALLA; DISTINGUE LA REENTRADA PROPIA (35
      *   BYTES) DEL LOGIN QUE LLEGA DEL MENU (29 BYTES)
               03 WKS-COM-AVISO         PIC 9(06) VALUE ZEROS.

      *-->AL MENU SOLO VIAJA LA SESION EDCOM (29)
       01 WKS-COMMAREA-LOGIN            PIC X(29).

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
       01 DFHCOMMAREA                   PIC X(35).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (EIBCALEN=29 ES SOLO EL LOGIN DEL MENU)
           IF EIBCALEN = 35
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN WKS-COM-OPERADOR-ID = SPACES
                    PERFORM 999-END-PROGRAM
                WHEN EIBCALEN NOT = 35
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT: PRIMER AVISO PENDIENTE DEL OPERADOR
       100-ACCION-DEFAULT.
           PERFORM 150-CARGA-SIGUIENTE
           SET WKS-MSG-LEER TO TRUE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->PIDE A EDID1BAV EL AVISO PENDIENTE MAS URGENTE; SIN
      *   PENDIENTES (O SI EL AVISO YA NO SE PUEDE LEER) EL OPERADOR
      *   SIGUE AL MENU
       150-CARGA-SIGUIENTE.
           INITIALIZE REG-EDBAV
           MOVE WKS-COM-OPERADOR-ID TO EDBA-OPERADOR
           MOVE WKS-COM-ROL         TO EDBA-ROL
           MOVE WKS-COM-SUCURSAL    TO EDBA-SUCURSAL
           PERFORM 806-EXEC-CICS-LINK-PENDIENTES
           IF EDBA-SIGUIENTE = ZEROS
                PERFORM 160-REGRESA-MENU
           END-IF
           MOVE EDBA-SIGUIENTE TO EDAV-NUMERO
           PERFORM 807-EXEC-CICS-READ-AVISO
           IF NOT WKS-EDM4AVI-NORMAL
                PERFORM 160-REGRESA-MENU
           END-IF
           MOVE EDAV-NUMERO TO WKS-COM-AVISO
           PERFORM 170-LOAD-AVISO.

      *-->TODOS LOS AVISOS CONFIRMADOS: EL MENU SE PINTA CON LA
      *   MARCA DE AVISOS LEIDOS EN LA COMMAREA DE SESION
       160-REGRESA-MENU.
           SET WKS-COM-AVISOS-LEIDOS TO TRUE
           PERFORM 809-EXEC-CICS-XCTL-LOGIN
           PERFORM 999-END-PROGRAM.

       170-LOAD-AVISO.
           MOVE EDBA-PENDIENTES TO EDAL5-PENDIENTESO
           MOVE EDAV-NUMERO     TO EDAL5-NUMEROO
           EVALUATE TRUE
               WHEN EDAV-URG-ALTA
                    MOVE "ALTA"  TO EDAL5-URGENCIAO
                    MOVE DFHRED  TO EDAL5-OUTPUT-MSGC
               WHEN EDAV-URG-MEDIA
                    MOVE "MEDIA" TO EDAL5-URGENCIAO
               WHEN OTHER
                    MOVE "BAJA"  TO EDAL5-URGENCIAO
           END-EVALUATE
           MOVE EDAV-FECHA-DESDE TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-ED TO WKS-VIG-DESDE
           IF EDAV-FECHA-HASTA = ZEROS
                MOVE "SIN FIN" TO WKS-VIG-HASTA
           ELSE
                MOVE EDAV-FECHA-HASTA TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED TO WKS-VIG-HASTA
           END-IF
           MOVE WKS-VIGENCIA TO EDAL5-VIGENCIAO
           MOVE EDAV-TITULO  TO EDAL5-TITULOO
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > 4
                MOVE EDAV-TEXTO(WKS-INDEX)
                  TO EDAL5-TEXTOO(WKS-INDEX)
                ADD 1 TO WKS-INDEX
           END-PERFORM
           MOVE SPACES TO EDAL5-CONFIRMAO
           MOVE -1 TO EDAL5-CONFIRMAL.

       290-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

      *-->ACCION PARA CONFIRMAR EL AVISO EN PANTALLA
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF EDAL5-CONFIRMAI NOT = "S"
                SET WKS-MSG-CONFIRMA TO TRUE
                MOVE DFHRED TO EDAL5-CONFIRMAC
                MOVE -1 TO EDAL5-CONFIRMAL
                PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
                PERFORM 804-EXEC-CICS-RETURN
           END-IF
           PERFORM 210-GRABA-CONFIRMACION
      *-->UNA CONFIRMACION QUE YA EXISTIA (DOBLE ENTER) VALE IGUAL
           IF WKS-EDM4ACU-ERROR
                SET WKS-MSG-UNKERROR TO TRUE
                PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
                PERFORM 804-EXEC-CICS-RETURN
           END-IF
           PERFORM 150-CARGA-SIGUIENTE
           SET WKS-MSG-SIGUIENTE TO TRUE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

       210-GRABA-CONFIRMACION.
           INITIALIZE REG-EDMACU
           MOVE WKS-COM-AVISO       TO EDAC-NUMERO
           MOVE WKS-COM-OPERADOR-ID TO EDAC-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDAC-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDAC-HORA
           MOVE EIBTRMID            TO EDAC-TERMINAL
           PERFORM 808-EXEC-CICS-WRITE-ACU.

      *-->SALIR SIN CONFIRMAR ES CERRAR LA SESION: EL MENU RECIBE LA
      *   MISMA TECLA PF10 Y ASIENTA LA SALIDA EN SU BITACORA
       500-ACCION-PF10.
           PERFORM 809-EXEC-CICS-XCTL-LOGIN
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDAL5')
                MAPSET('EDAL5')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDAL5')
                MAPSET('EDAL5')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDAL5')
                MAPSET('EDAL5')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDA5')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDAL5')
                MAPSET ('EDAL5')
           END-EXEC.

       806-EXEC-CICS-LINK-PENDIENTES.
           EXEC CICS LINK
               PROGRAM('EDID1BAV')
               COMMAREA(REG-EDBAV)
               NOHANDLE
           END-EXEC.

       807-EXEC-CICS-READ-AVISO.
           EXEC CICS READ
               FILE('EDM4AVI')
               INTO(REG-EDMAVI)
               RIDFLD(EDAV-LLAVE)
               NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4AVI-NORMAL TO TRUE
                WHEN OTHER           SET WKS-EDM4AVI-NOTFND TO TRUE
           END-EVALUATE.

       808-EXEC-CICS-WRITE-ACU.
           EXEC CICS WRITE
               FILE('EDM4ACU')
               FROM(REG-EDMACU)
               RIDFLD(EDAC-LLAVE)
               NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4ACU-NORMAL TO TRUE
                WHEN DFHRESP(DUPREC) SET WKS-EDM4ACU-DUPREC TO TRUE
                WHEN OTHER           SET WKS-EDM4ACU-ERROR  TO TRUE
           END-EVALUATE.

      *-->XCTL AL MENU CON LA SESION (SIN EL NUMERO DE AVISO)
       809-EXEC-CICS-XCTL-LOGIN.
           MOVE WKS-COMMAREA(1:29) TO WKS-COMMAREA-LOGIN
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA-LOGIN)
           END-EXEC.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDAL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-LEER
                MOVE "LEA EL AVISO Y CONFIRME CON S + ENTER"
                TO EDAL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONFIRMA
                MOVE "DIGITE S PARA CONFIRMAR O PF10 SALIR"
                TO EDAL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SIGUIENTE
                MOVE "AVISO CONFIRMADO, LEA EL SIGUIENTE"
                TO EDAL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDAL5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDAL5-OUTPUT-MSGC
                MOVE SPACES   TO EDAL5-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           IF WKS-COM-EN-ENTRENA
                MOVE "ENTRENAMIENTO" TO EDAL5-ENTRENAO
           ELSE
                MOVE SPACES TO EDAL5-ENTRENAO
           END-IF
           MOVE WKS-COM-OPERADOR-ID TO EDAL5-OPERADORO
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDAL5-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDAL5-TIME-SISO.

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
           MOVE SPACE TO EDAL5I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
