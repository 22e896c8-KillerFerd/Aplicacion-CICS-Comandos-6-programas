      * DESCRIPCION : MENU DE MODIFICACION PARA MAESTRO DE CLIENTES    *
      * ARCHIVOS    : EDM4CL                                           *
      * ACCION (ES) : A=ACTUALIZA                                      *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/06/2022                                       *
      * BPM/RATIONAL:                                                  *
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBRN.
       COPY EDBSL.
       COPY EDBER.
       COPY EDMLI.


       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMPEN.

       COPY EDMEVT.

       COPY EDMSEC.

       COPY EDBLS.

       COPY EDBRC.

       COPY EDCREC.

       COPY EDBCF.

      *-->CAPTURA POSTAL-PRIMERO
       01 WKS-POSTAL-PRIMERO.
           02 WKS-FLAG-TAB-FIN          PIC 9 VALUE ZEROS.
           02 WKS-MARCA-ANTES           PIC X(01) VALUE SPACE.
           02 WKS-SAVE-MARCA-SENSIBLE   PIC X(01).
           02 WKS-SAVE-SUCURSAL         PIC X(03).
           02 WKS-SAVE-ESTADO-ALTA      PIC X(01).
           02 WKS-SAVE-CANAL-ORIGEN     PIC X(01).
           02 WKS-SAVE-FILLER           PIC X(17).
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
                88 WKS-MSG-HAYGUARDADO  VALUE 34.
                88 WKS-MSG-RESTAURADO   VALUE 35.
                88 WKS-MSG-BADSECTOR    VALUE 36.
                88 WKS-MSG-RETENIDO     VALUE 37.
                88 WKS-MSG-CONFLICTO    VALUE 38.
                88 WKS-MSG-SOLOLECT     VALUE 39.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-DIGITO-MAL       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-NO-CHANGES       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PHONE-DUP        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FOUND-AUDIT      PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PRINT-SLIP       PIC 9 VALUE ZEROS.
      *-->EL NOMBRE NUEVO COINCIDE CON LAS LISTAS DE SANCIONES/PEP:
      *   EL CLIENTE QUEDA RETENIDO (MARCA "S") PARA REVISION
           02 WKS-FLAG-LISTA            PIC 9 VALUE ZEROS.
      *-->EL OPERADOR ES EL CLIENTE O SU FAMILIAR (EDID1BCF): EL
      *   CAMBIO VA A EDM4PEN AUNQUE SEA SUPERVISOR
           02 WKS-FLAG-CONFLICTO        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INTERVENIDO      PIC 9 VALUE ZEROS.
           02 WKS-OPER-INTERVINO        PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->HORA DE ENTRADA DE LA TAREA (BITACORA DE RESPUESTA EDM4RND)
           INITIALIZE REG-EDBRN
           MOVE FUNCTION CURRENT-DATE(1:16) TO EDRN-INICIO

      *-->MOVER COMMAREA (EIBCALEN=29 ES SOLO EL LOGIN DEL MENU;
      *   EIBCALEN=38 ES LA SELECCION PRE-CARGADA DE UN BROWSE)
           IF EIBCALEN = 29
               END-IF
           END-IF

           MOVE WKS-COM-OPERADOR-ID TO EDRN-OPERADOR
           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA
           PERFORM 008-AJUSTA-ARCHIVOS

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBCALEN = 38
                    PERFORM 150-ACCION-PRELOAD
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
               WHEN EIBAID = DFHPF2
                    PERFORM 460-ACCION-PF9-AYUDA
               WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
               WHEN EIBAID = DFHPF12
                    PERFORM 550-ACCION-PF12
               WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION CUANDO LA APLICACION ESTA EN MODO SOLO LECTURA:
      *   LA TECLA DE ACTUALIZACION SE RECHAZA SIN TOCAR ARCHIVOS
       095-ACCION-SOLO-LECTURA.
           SET WKS-MSG-SOLOLECT TO TRUE
           PERFORM 802-EXEX-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
               END-IF
               MOVE 1 TO WKS-COM-PROTECTED
               MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
               PERFORM 245-ANOTA-RECIENTE
           ELSE
               MOVE -1 TO EDMLI-CO-CLIENTEL
               MOVE DFHRED TO EDMLI-CO-CLIENTEC
                    SET WKS-MSG-FOUND TO TRUE
                    MOVE 1 TO WKS-COM-PROTECTED
                    MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                    PERFORM 245-ANOTA-RECIENTE
                ELSE
                    MOVE -1 TO EDMLI-CO-CLIENTEL
                END-IF
           MOVE DFHBMUNP TO EDMLI-CIUDADA
           MOVE DFHBMUNP TO EDMLI-CODPOSTALA.

      *-->ANOTA EL CLIENTE EN LA LISTA DE RECIENTES DEL OPERADOR
      *   (RUTINA EDID1BRC; NOHANDLE: LA LISTA NUNCA DETIENE LA
      *   MODIFICACION). LA PRACTICA DE ENTRENAMIENTO NO SE ANOTA
       245-ANOTA-RECIENTE.
           IF NOT WKS-COM-EN-ENTRENA
                MOVE WKS-COM-OPERADOR-ID TO EDRB-OPERADOR
                MOVE WKS-COM-CO-CLIENTE  TO EDRB-CO-CLIENTE
                MOVE WKS-PROGRAM-NAME    TO EDRB-PANTALLA
                EXEC CICS LINK
                    PROGRAM('EDID1BRC')
                    COMMAREA(REG-EDBRC)
                    NOHANDLE
                END-EXEC
           END-IF.

      *-->ACCION PARA MODIFICAR EL REGISTRO SOLICITADO
       300-ACCION-PF2.
           IF WKS-COM-UNDO-MODE = 1
      *-->VERIFICACION DE TELEFONO DUPLICADO EN OTRO CLIENTE (NO BLOQUEA)
      *-->SE GUARDAN LOS CAMPOS DEL REGISTRO EN ACTUALIZACION QUE
      *-->319-PROCESS-REG-DATA NO VUELVE A ESCRIBIR (MARCA Y FECHA DE
      *-->MARCA, MOTIVO, MARCA SENSIBLE, SUCURSAL, ESTADO DEL ALTA,
      *-->CANAL DE ORIGEN Y FILLER), PARA QUE
      *-->EL RECORRIDO DEL ARCHIVO NO LOS DESPLACE
       322-VALID-FIELD-PHONE-DUP.
           MOVE ZEROS TO WKS-FLAG-PHONE-DUP
           MOVE EDMC-MOTIVO-ELIMINACION TO WKS-SAVE-MOTIVO-ELIM
           MOVE EDMC-MARCA-SENSIBLE TO WKS-SAVE-MARCA-SENSIBLE
           MOVE EDMC-SUCURSAL TO WKS-SAVE-SUCURSAL
           MOVE EDMC-ESTADO-ALTA TO WKS-SAVE-ESTADO-ALTA
           MOVE EDMC-CANAL-ORIGEN TO WKS-SAVE-CANAL-ORIGEN
           MOVE EDMC-FILLER TO WKS-SAVE-FILLER
           PERFORM 810-EXEC-CICS-STARTBR-LOW
           PERFORM UNTIL NOT WKS-EDM4CL-NORMAL
           MOVE WKS-SAVE-MOTIVO-ELIM TO EDMC-MOTIVO-ELIMINACION
           MOVE WKS-SAVE-MARCA-SENSIBLE TO EDMC-MARCA-SENSIBLE
           MOVE WKS-SAVE-SUCURSAL TO EDMC-SUCURSAL
           MOVE WKS-SAVE-ESTADO-ALTA TO EDMC-ESTADO-ALTA
           MOVE WKS-SAVE-CANAL-ORIGEN TO EDMC-CANAL-ORIGEN
           MOVE WKS-SAVE-FILLER TO EDMC-FILLER.

      *-->VALIDACION DEL PAR CIUDAD/POSTAL CONTRA LA TABLA EDM4TAB
       323-PROCESS-CONFIRM-ANSWER.
           IF EDMLI-CONFIRI = "S"
                PERFORM 319-PROCESS-REG-DATA
                PERFORM 333-VALID-LISTAS
                PERFORM 332-VALID-CONFLICTO
                IF (WKS-COM-ROL-SUPERVISOR OR WKS-COM-ROL-ADMIN)
                AND WKS-FLAG-CONFLICTO = ZEROS
                     PERFORM 330-AUDIT-SNAPSHOT-AFTER
                     PERFORM 807-EXEC-CICS-REWRITE
                     IF WKS-EDM4CL-NORMAL
                          ELSE
                               SET WKS-MSG-MOD TO TRUE
                          END-IF
                          IF WKS-FLAG-LISTA = 1
                               SET WKS-MSG-RETENIDO TO TRUE
                          END-IF
                          PERFORM 772-BORRA-CAPTURA-GUARDADA
                          MOVE -1 TO EDMLI-CO-CLIENTEL
                          PERFORM 340-AUDIT-BUILD-HEADER
                               MOVE +1 TO WKS-CTL-D-ACT
                               PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                          END-IF
      *-->EL CLIENTE RETENIDO POR LISTAS PASA DE ACTIVO A MARCADO
                          IF WKS-FLAG-LISTA = 1
                               MOVE EDMC-TIPO-CLIENTE TO WKS-CTL-TIPO
                               MOVE -1 TO WKS-CTL-D-ACT
                               MOVE +1 TO WKS-CTL-D-MAR
                               PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                          END-IF
                          PERFORM 334-REGISTRA-LISTAS
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                ELSE
      *-->DOBLE CONTROL: EL CAJERO NO ESCRIBE EDM4CL, DEJA LA
      *   SOLICITUD EN EDM4PEN PARA APROBACION DE UN SUPERVISOR
      *   (SI HUBO COINCIDENCIA LA IMAGEN NUEVA VIAJA RETENIDA);
      *   LO MISMO EL SUPERVISOR CON CONFLICTO DE INTERES
                     MOVE "M" TO EDPN-TIPO-SOLICITUD
                     PERFORM 350-PROCESS-WRITE-PENDING
                     MOVE -1 TO EDMLI-CO-CLIENTEL
                     PERFORM 334-REGISTRA-LISTAS
                END-IF
                PERFORM 325-RESET-CONFIRM-FIELDS
           ELSE IF EDMLI-CONFIRI = "N"
                     MOVE WKS-LA-MARCA-ELIM TO EDMC-MARCA-ELIMINADO
                     MOVE WKS-COM-OPERADOR-ID TO EDMC-OPERADOR-ULT-MOV
                     MOVE EIBTRMID         TO EDMC-TERMINAL-ULT-MOV
                     PERFORM 332-VALID-CONFLICTO
                     IF (WKS-COM-ROL-SUPERVISOR OR WKS-COM-ROL-ADMIN)
                     AND WKS-FLAG-CONFLICTO = ZEROS
                          PERFORM 330-AUDIT-SNAPSHOT-AFTER
                          PERFORM 807-EXEC-CICS-REWRITE
                          IF WKS-EDM4CL-NORMAL
           MOVE WKS-COM-OPERADOR-ID TO EDMC-OPERADOR-ULT-MOV
           MOVE EIBTRMID           TO EDMC-TERMINAL-ULT-MOV.

      *-->FILTRO DE LISTAS DE SANCIONES/PEP (RUTINA EDID1BLS) SOLO
      *   CUANDO CAMBIA EL NOMBRE DE UN CLIENTE ACTIVO: SI HAY
      *   COINCIDENCIA LA IMAGEN NUEVA SE GRABA RETENIDA
       333-VALID-LISTAS.
           MOVE ZEROS TO WKS-FLAG-LISTA
           IF EDMC-NOMBRE-CLIENTE NOT = EDAU-ANTES-NOMBRE
           AND EDMC-MARCA-ELIMINADO = SPACE
                INITIALIZE REG-EDBLS
                SET EDBS-CONSULTA TO TRUE
                MOVE EDMC-LLAVE          TO EDBS-CO-CLIENTE
                MOVE EDMC-NOMBRE-CLIENTE TO EDBS-NOMBRE
                MOVE WKS-PROGRAM-NAME    TO EDBS-ORIGEN
                MOVE WKS-COM-OPERADOR-ID TO EDBS-OPERADOR
                MOVE EIBTRMID            TO EDBS-TERMINAL
                PERFORM 826-EXEC-CICS-LINK-LISTAS
                IF EDBS-COINCIDENCIA
                     MOVE 1 TO WKS-FLAG-LISTA
                     MOVE "S" TO EDMC-MARCA-ELIMINADO
                     MOVE FUNCTION CURRENT-DATE(1:8)
                       TO EDMC-FECHA-MARCA-ELIM
                     MOVE "COINCIDENCIA LISTA"
                       TO EDMC-MOTIVO-ELIMINACION
                END-IF
           END-IF.

      *-->CONFLICTO DE INTERES: EL OPERADOR NO APLICA CAMBIOS SOBRE
      *   SU PROPIO REGISTRO NI EL DE UN FAMILIAR (RUTINA EDID1BCF)
       332-VALID-CONFLICTO.
           MOVE ZEROS TO WKS-FLAG-CONFLICTO
           INITIALIZE REG-EDBCF
           MOVE WKS-COM-OPERADOR-ID TO EDCF-OPERADOR
           MOVE EDMC-LLAVE          TO EDCF-CO-CLIENTE
           PERFORM 827-EXEC-CICS-LINK-CONFLICTO
           IF EDCF-CON-CONFLICTO
                MOVE 1 TO WKS-FLAG-CONFLICTO
           END-IF.

      *-->DEJA LAS COINCIDENCIAS PENDIENTES EN EDM4COI PARA LA
      *   COLA DE REVISION (NO EN MODO ENTRENAMIENTO)
       334-REGISTRA-LISTAS.
           IF WKS-FLAG-LISTA = 1 AND NOT WKS-COM-EN-ENTRENA
                SET EDBS-REGISTRA TO TRUE
                PERFORM 826-EXEC-CICS-LINK-LISTAS
           END-IF.

      *-->BITACORA DE AUDITORIA - VALOR ANTES DE LA MODIFICACION
      *   (TIPO Y MARCA SE GUARDAN APARTE PARA LAS CIFRAS DE CONTROL)
       320-AUDIT-SNAPSHOT-BEFORE.
           MOVE WKS-PROGRAM-NAME            TO EDAU-PROGRAMA
           MOVE "MODIFICAR"                 TO EDAU-ACCION
           MOVE WKS-COM-OPERADOR-ID         TO EDAU-OPERADOR
           MOVE EIBTRMID                    TO EDAU-TERMINAL
           IF WKS-FLAG-LISTA = 1
                MOVE EDMC-MOTIVO-ELIMINACION TO EDAU-MOTIVO
           END-IF.

      *-->ARMA Y GRABA LA SOLICITUD PENDIENTE CON LA IMAGEN NUEVA
      *   (EL ANTES YA QUEDO EN EDAU-ANTES POR 320-AUDIT-SNAPSHOT)
           MOVE EDAU-ANTES-TELEFONO         TO EDPN-ANTES-TELEFONO
           MOVE EDAU-ANTES-MARCA-ELIM       TO EDPN-ANTES-MARCA-ELIM
           MOVE REG-EDMACL                  TO EDPN-IMAGEN-NUEVA
           MOVE SPACES                      TO EDPN-MARCA-CONFLICTO
           MOVE SPACES                      TO EDPN-FILLER
           IF WKS-FLAG-CONFLICTO = 1
                SET EDPN-CONFLICTO TO TRUE
           END-IF
           PERFORM 817-EXEC-CICS-WRITE-PENDING
           IF WKS-EDM4PEN-NORMAL AND WKS-FLAG-CONFLICTO = 1
                SET WKS-MSG-CONFLICTO TO TRUE
           ELSE IF WKS-EDM4PEN-NORMAL
                SET WKS-MSG-PENDIENTE TO TRUE
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           PERFORM 808-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION PARA IR A LA LISTA DE CLIENTES RECIENTES (EDID1YL2,
      *   COMMAREA EDCREC); SU PF10 REGRESA A ESTA PANTALLA CON EL
      *   MISMO CLIENTE. LO DIGITADO Y NO GRABADO SE DESCARTA, COMO
      *   CON PF10
       550-ACCION-PF12.
           MOVE WKS-COMMAREA(1:29) TO WKS-CRC-SESION
           MOVE WKS-PROGRAM-NAME   TO WKS-CRC-ORIGEN
           IF WKS-COM-PROTECTED = 1
                MOVE WKS-COM-CO-CLIENTE TO WKS-CRC-CO-CLIENTE
           ELSE
                MOVE ZEROS TO WKS-CRC-CO-CLIENTE
           END-IF
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM('EDID1YL2')
               COMMAREA(WKS-COM-RECIENTES)
           END-EXEC
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           END-EXEC.

       804-EXEC-CICS-RETURN.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
               TRANSID('EDMI')
               COMMAREA(WKS-COMMAREA)
           PERFORM 770-AUTOGUARDA-CAPTURA.

       805-EXEC-CICS-READ.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE(WKS-FILE-CLIENTES)
               INTO(REG-EDMACL)
           PERFORM 899-EVALUATE-DFHRESP.

       806-EXEC-CICS-READ-UPDATE.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE(WKS-FILE-CLIENTES)
               INTO(REG-EDMACL)
           END-EXEC.

       825-EXEC-CICS-READ-SEC.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4SEC')
               INTO(REG-EDMSEC)
           END-EVALUATE.

       823-EXEC-CICS-READNEXT-TAB.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
               FILE('EDM4TAB')
               INTO(REG-EDMTAB)
               NOHANDLE
           END-EXEC.

       826-EXEC-CICS-LINK-LISTAS.
           EXEC CICS LINK
               PROGRAM('EDID1BLS')
               COMMAREA(REG-EDBLS)
               NOHANDLE
           END-EXEC.

       827-EXEC-CICS-LINK-CONFLICTO.
           EXEC CICS LINK
               PROGRAM('EDID1BCF')
               COMMAREA(REG-EDBCF)
               NOHANDLE
           END-EXEC.

       821-EXEC-CICS-LINK-NORMALIZA.
           EXEC CICS LINK
               PROGRAM('EDID1BDR')
           PERFORM 899-EVALUATE-DFHRESP.

       808-CICS-XCTL-PROGRAM-1.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       809-EXEC-CICS-WRITE-AUDIT.
           MOVE WKS-FILE-AUDIT TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

           PERFORM 899-EVALUATE-DFHRESP.

       811-EXEC-CICS-READNEXT.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
               FILE(WKS-FILE-CLIENTES)
               INTO(REG-EDMACL)
           PERFORM 898-EVALUATE-DFHRESP-AUDIT.

       814-EXEC-CICS-READNEXT-AUDIT.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
               FILE(WKS-FILE-AUDIT)
               INTO(REG-EDMAUL)
      *--> EVENTO DE NEGOCIO HACIA LA COLA TD "EDEV" (LA ENTREGA NO
      *    AFECTA LA TRANSACCION DEL CAJERO: NOHANDLE Y SIN VALIDAR)
       892-EXEC-CICS-READ-AYUDA.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4HLP')
               INTO(REG-EDMHLP)
      *   SE TOCAN LAS CIFRAS DE PRODUCCION)
       893-EXEC-CICS-UPDATE-CONTROL.
           MOVE "CONTROL " TO EDCT-LLAVE
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4CTL')
               INTO(REG-EDMCTL)
      *--> LECTURA DE LA TABLA DE CIUDADES (SI LA TABLA ESTA CERRADA
      *    NO SE BLOQUEA LA CAPTURA; SOLO NOTFND RECHAZA)
       818-EXEC-CICS-READ-TAB.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4TAB')
               INTO(REG-EDMTAB)
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

       899-EVALUATE-DFHRESP.
           MOVE EIBRESP TO WKS-ERR-RESP-SAVE
           PERFORM 887-LOG-ERROR-INESPERADO
                MOVE "SECTOR INVALIDO (SOLO COMPANIAS)"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-RETENIDO
                MOVE "MLI032" TO EDBM-CODIGO
                MOVE "CAMBIO APLICADO: RETENIDO POR LISTAS"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-CONFLICTO
                MOVE "MLI033" TO EDBM-CODIGO
                MOVE "CONFLICTO DE INTERES: PASA A APROBACION"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-HAYGUARDADO
                MOVE "MLI029" TO EDBM-CODIGO
                MOVE "HAY CAPTURA SIN TERMINAR: PF6=RECUPERAR"
                MOVE "VEA LA DIRECCION NORMALIZADA Y GRABE"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "MLI034" TO EDBM-CODIGO
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE
                MOVE DFHYELLO TO EDMLI-OUTPUT-MSGO
                MOVE SPACES   TO EDMLI-OUTPUT-MSGO
           MOVE SPACES TO WKS-COM-IDIOMA
           MOVE ZEROS  TO WKS-COM-ULT-ACTIVIDAD
           SET WKS-COM-SESION-EXPIRADA TO TRUE
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM('EDID1YL5')
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA TECLA QUE ACTUALIZA SE CONSULTA EDID1BSL; CON EL MODO
      *   ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS SIGUEN
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF2 OR EIBAID = DFHPF4
                SET EDSL-NORMAL TO TRUE
                PERFORM 010-EXEC-CICS-LINK-SOLO-LECT
                IF EDSL-SOLO-LECTURA
                     MOVE 1 TO WKS-FLAG-SOLO-LECTURA
                END-IF
           END-IF.

       010-EXEC-CICS-LINK-SOLO-LECT.
           EXEC CICS LINK
               PROGRAM('EDID1BSL')
               COMMAREA(REG-EDBSL)
               NOHANDLE
           END-EXEC.

      *--> TERMINACION DEL PROGRAMA
       999-END-PROGRAM.
           MOVE SPACE TO EDMLII
               ERASE
           END-EXEC

           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
           END-EXEC

