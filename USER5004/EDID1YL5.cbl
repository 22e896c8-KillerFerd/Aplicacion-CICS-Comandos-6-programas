      * DESCRIPCION : MENU PRINCIPAL PARA MAESTRO DE CLIENTES          *
      * ARCHIVOS    : EDM4PRF / EDM4MNU                                *
      * ACCION (ES) : C=CONSULTAR                                      *
      *               PF12=CLIENTES RECIENTES (EDID1YL2)               *
      * PROGRAMA(S) : XTCL                                             *
      *               EDID1AL5 (AVISOS PENDIENTES AL INGRESAR)         *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/06/2022                                       *
      * BPM/RATIONAL:                                                  *
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBRN.
       COPY EDYL5.

       COPY EDMPRF.

       COPY EDMSES.

       COPY EDBAV.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
                88 WKS-MSG-NOAUTH       VALUE 8.
                88 WKS-MSG-EXPIRADA     VALUE 9.
                88 WKS-MSG-SEGUIMIENTOS VALUE 10.
                88 WKS-MSG-AVISOS-OK    VALUE 11.
           02 WKS-FLAG-LOGIN-FAIL       PIC 9 VALUE ZEROS.
      *-->AVISOS DE EDM4AVI SIN CONFIRMAR AL INGRESAR (EDID1BAV)
           02 WKS-FLAG-AVISOS           PIC 9 VALUE ZEROS.

      *-->AVISO DE SEGUIMIENTOS AL INICIAR SESION: SE CUENTAN LOS
      *   RECORDATORIOS VENCIDOS Y DEL DIA DEL OPERADOR EN EDM4TKL
       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->HORA DE ENTRADA DE LA TAREA (BITACORA DE RESPUESTA EDM4RND)
           INITIALIZE REG-EDBRN
           MOVE FUNCTION CURRENT-DATE(1:16) TO EDRN-INICIO

      *-->MOVER COMMAREA (PERSISTE EL ID DE OPERADOR ENTRE PANTALLAS)
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           END-IF

           MOVE WKS-COM-OPERADOR-ID TO EDRN-OPERADOR
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 801-EXEC-CICS-SEND-ERASE
      *   EL INGRESO DE NUEVO CON EL AVISO DE SESION EXPIRADA
               WHEN WKS-COM-SESION-EXPIRADA
                   PERFORM 095-ACCION-EXPIRADA
      *-->EDID1AL5 DEVUELVE LA SESION CON TODOS LOS AVISOS
      *   CONFIRMADOS: SE PINTA EL MENU
               WHEN WKS-COM-AVISOS-LEIDOS
                   PERFORM 096-ACCION-AVISOS-LEIDOS
               WHEN EIBAID = DFHENTER
                   PERFORM 100-ACCION-ENTER
               WHEN EIBAID = DFHPF10
                   PERFORM 200-ACCION-PF10
               WHEN EIBAID = DFHPF12
                   PERFORM 250-ACCION-PF12
           END-EVALUATE.

      *-->REPINTA EL MENU DE INGRESO CON EL AVISO DE EXPIRACION
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *-->MENU DESPUES DE CONFIRMAR LOS AVISOS, CON EL RECORDATORIO DE
      *   SEGUIMIENTOS PENDIENTES SI LOS HAY
       096-ACCION-AVISOS-LEIDOS.
           MOVE SPACES TO WKS-COM-EXPIRADA
           SET WKS-MSG-AVISOS-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           PERFORM 108-CUENTA-SEGUIMIENTOS
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *--> ACCION PARA INGRESAR OPCIONES
       100-ACCION-ENTER.
           PERFORM 804-EXEC-CICS-RECEIVE
                CONTINUE
           ELSE IF WKS-COM-OPERADOR-ID = SPACES
                SET WKS-MSG-NOOPERATOR TO TRUE
      *-->CON AVISOS SIN CONFIRMAR EL MENU NO SE ATIENDE HASTA
      *   CONFIRMARLOS EN EDID1AL5 (PF10 AHI CIERRA LA SESION)
           ELSE IF WKS-FLAG-AVISOS = 1
                PERFORM 145-MUESTRA-AVISOS
           ELSE
                IF EDYL5-OPTIONI IS NOT NUMERIC
                     SET WKS-MSG-INVALIDOP TO TRUE
                     END-IF
                END-IF
                PERFORM 108-CUENTA-SEGUIMIENTOS
                PERFORM 140-CUENTA-AVISOS
                MOVE WKS-COM-OPERADOR-ID TO WKS-SES-OPERADOR
                MOVE "I" TO WKS-SES-TIPO
                PERFORM 109-BITACORA-SESION
                SET WKS-MSG-SEGUIMIENTOS TO TRUE
           END-IF.

      *-->AVISOS VIGENTES DIRIGIDOS AL OPERADOR (TODOS, SU SUCURSAL
      *   O SU ROL) QUE AUN NO CONFIRMA; LA RUTINA EDID1BAV REGRESA
      *   SIN PENDIENTES SI EL ARCHIVO NO ESTA DISPONIBLE
       140-CUENTA-AVISOS.
           MOVE ZEROS TO WKS-FLAG-AVISOS
           INITIALIZE REG-EDBAV
           MOVE WKS-COM-OPERADOR-ID TO EDBA-OPERADOR
           MOVE WKS-COM-ROL         TO EDBA-ROL
           MOVE WKS-COM-SUCURSAL    TO EDBA-SUCURSAL
           PERFORM 816-EXEC-CICS-LINK-AVISOS
           IF EDBA-PENDIENTES > ZEROS
                MOVE 1 TO WKS-FLAG-AVISOS
           END-IF.

      *-->PANTALLA DE CONFIRMACION DE AVISOS
       145-MUESTRA-AVISOS.
           MOVE "EDID1AL5" TO WKS-PROGRAM-XCTL
           PERFORM 806-EXEC-CICS-XCTL-LOGIN
           PERFORM 999-END-PROGRAM.

      *--> DESPACHO POR LA TABLA DE MENU: LA OPCION SE BUSCA EN
      *    EDM4MNU Y EL ROL DE LA SESION DEBE ALCANZAR EL REQUERIDO.
      *    AGREGAR UNA PANTALLA ES UN ALTA EN LA TABLA, NO UN CAMBIO
           PERFORM 155-BITACORA-SALIDA
           PERFORM 999-END-PROGRAM.

      *--> ACCION PARA IR A LOS CLIENTES RECIENTES DEL OPERADOR
      *    (EDID1YL2); ATAJO FIJO DEL MENU COMO LA OPCION 9, SOLO
      *    CON SESION INICIADA. SU PF10 REGRESA A ESTE MENU
       250-ACCION-PF12.
           PERFORM 098-CHECK-SESION-TIMEOUT
           IF WKS-COM-OPERADOR-ID = SPACES
                IF NOT WKS-MSG-EXPIRADA
                     SET WKS-MSG-NOOPERATOR TO TRUE
                END-IF
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           ELSE
                MOVE "EDID1YL2" TO WKS-PROGRAM-XCTL
                PERFORM 806-EXEC-CICS-XCTL-LOGIN
                PERFORM 999-END-PROGRAM
           END-IF.

       155-BITACORA-SALIDA.
           IF WKS-COM-OPERADOR-ID > SPACES
                MOVE WKS-COM-OPERADOR-ID TO WKS-SES-OPERADOR
           END-EXEC.

       803-EXEC-CICS-RETURN.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
               TRANSID('EDY5')
               COMMAREA(WKS-COMMAREA)

      *-->XCTL QUE PROPAGA EL ID DE OPERADOR AL PROGRAMA DESTINO
       806-EXEC-CICS-XCTL-LOGIN.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS
               XCTL
               PROGRAM(WKS-PROGRAM-XCTL)
           END-EXEC.

       805-EXEC-CICS-READ-PROFILE.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4PRF')
               RIDFLD(EDPF-OPERADOR)
           PERFORM 898-EVALUATE-DFHRESP-PROFILE.

       806-EXEC-CICS-READ-PROFILE-UPD.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4PRF')
               RIDFLD(EDPF-OPERADOR)
           END-EXEC.

       808-EXEC-CICS-READ-MENU.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4MNU')
               RIDFLD(EDMN-OPCION)
           PERFORM 897-EVALUATE-DFHRESP-MENU.

       810-EXEC-CICS-READNEXT-MENU.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
               FILE('EDM4MNU')
               RIDFLD(EDMN-OPCION)
           PERFORM 896-EVALUATE-DFHRESP-TKL.

       813-EXEC-CICS-READNEXT-TKL.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
               FILE('EDM4TKL')
               INTO(REG-EDMTKL)
               NOHANDLE
           END-EXEC.

       816-EXEC-CICS-LINK-AVISOS.
           EXEC CICS LINK
               PROGRAM('EDID1BAV')
               COMMAREA(REG-EDBAV)
               NOHANDLE
           END-EXEC.

      *-->TIEMPO DE RESPUESTA DE LA TAREA EN EDM4RND (RUTINA EDID1BRN;
      *   NOHANDLE: LA BITACORA NUNCA DETIENE LA PANTALLA). SE LLAMA
      *   UNA SOLA VEZ, ANTES DEL RETURN O XCTL QUE TERMINA LA TAREA
       889-LINK-RENDIMIENTO.
           IF EDRN-PROGRAMA = SPACES
                MOVE WKS-PROGRAM-NAME TO EDRN-PROGRAMA
                MOVE EIBTRNID TO EDRN-TRANSACCION
                IF EDRN-OPERADOR = SPACES
                     MOVE WKS-COM-OPERADOR-ID TO EDRN-OPERADOR
                END-IF
                MOVE EIBTRMID TO EDRN-TERMINAL
                MOVE EIBAID TO EDRN-TECLA
                EXEC CICS LINK
                    PROGRAM('EDID1BRN')
                    COMMAREA(REG-EDBRN)
                    NOHANDLE
                END-EXEC
           END-IF.

       896-EVALUATE-DFHRESP-TKL.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL) SET WKS-EDM4TKL-NORMAL  TO TRUE
           ELSE IF WKS-MSG-EXPIRADA
                MOVE "SESION EXPIRADA, INGRESE NUEVAMENTE"
                TO EDYL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-AVISOS-OK
                MOVE "AVISOS CONFIRMADOS, ELIJA UNA OPCION"
                TO EDYL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SEGUIMIENTOS
                MOVE WKS-SEGUIM-COUNT TO WKS-SEGUIM-MSG-CNT
                MOVE WKS-SEGUIM-MSG
               ERASE
           END-EXEC

           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
           END-EXEC

