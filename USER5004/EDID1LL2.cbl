      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1LL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : REVISION DE COINCIDENCIAS EN LISTAS (EDM4COI)    *
      * ARCHIVOS    : EDM4COI (I/O) / EDM4CL (I/O) / EDM4AUL (SALIDA)  *
      *               EDM4CTL (I/O) / COLA TD EDEV                     *
      * ACCION (ES) : ENTER=PRIMERA PF5=SIGUIENTE PF1=FALSO POSITIVO   *
      *               PF2=CONFIRMADO PF10=SALIR                        *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU / LINK EDID1BSL             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * COLA DE REVISION DE CUMPLIMIENTO (SOLO SUPERVISOR/ADMIN).     *
      * RECORRE LAS COINCIDENCIAS PENDIENTES QUE LA CAPTURA, LA CARGA *
      * EDID1R08 Y EL BARRIDO NOCTURNO EDID1R54 DEJARON EN EDM4COI Y  *
      * MUESTRA EL CLIENTE JUNTO A LA ENTRADA DE LA LISTA.            *
      * PF1 LA DECIDE FALSO POSITIVO: SI EL CLIENTE ESTABA RETENIDO   *
      * POR LISTAS Y NO LE QUEDAN OTRAS COINCIDENCIAS PENDIENTES O    *
      * CONFIRMADAS, SE LEVANTA LA RETENCION. PF2 LA CONFIRMA Y EL    *
      * CLIENTE QUEDA (O PASA A) RETENIDO. TODA DECISION QUEDA EN LA  *
      * BITACORA EDM4AUL. EN MODO SOLO LECTURA (EDID1BSL) PF1 Y PF2   *
      * SE RECHAZAN; LA COLA SE PUEDE SEGUIR RECORRIENDO.             *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1LL2.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDLL2.

       COPY EDMACL.

       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMCOI.

       COPY EDMEVT.

       COPY EDMCTL.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
           02 WKS-MOTIVO-LISTA          PIC X(20)
           VALUE "COINCIDENCIA LISTA".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NOTOPEN        VALUE 1.
           88 WKS-EDM4CL-NOTFND         VALUE 2.
           88 WKS-EDM4CL-NORMAL         VALUE 3.

       01 WKS-EDM4COI-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4COI-NORMAL        VALUE 1.
           88 WKS-EDM4COI-ENDFILE       VALUE 2.
           88 WKS-EDM4COI-NOTOPEN       VALUE 3.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NOAUTH       VALUE 2.
                88 WKS-MSG-NOPENDING    VALUE 3.
                88 WKS-MSG-SHOWN        VALUE 4.
                88 WKS-MSG-LIBERADO     VALUE 5.
                88 WKS-MSG-SIGUE        VALUE 6.
                88 WKS-MSG-CONFIRMADA   VALUE 7.
                88 WKS-MSG-UNKERROR     VALUE 8.
                88 WKS-MSG-NOTOPEN      VALUE 9.
                88 WKS-MSG-RESUELTA     VALUE 10.
                88 WKS-MSG-SOLOLECT     VALUE 11.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FOUND            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-DECIDIDA         PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CLIENTE          PIC 9 VALUE ZEROS.
           02 WKS-SAVE-MSG              PIC 99 VALUE ZEROS.
           02 WKS-DECISION              PIC X(01) VALUE SPACE.
                88 WKS-DEC-FALSO        VALUE "F".
                88 WKS-DEC-CONFIRMA     VALUE "C".

      *-->LLAVE QUE EL RECORRIDO DEBE SALTAR (PF5 SOBRE UNA FILA QUE
      *   SIGUE PENDIENTE) Y CONTEO DE OTRAS COINCIDENCIAS ABIERTAS
       01 WKS-BROWSE-FIELDS.
           02 WKS-LLAVE-SALTA           PIC X(20) VALUE LOW-VALUES.
           02 WKS-OTRAS-ABIERTAS        PIC 9(03) VALUE ZEROS.

      *-->DELTAS PARA EL REGISTRO DE CIFRAS DE CONTROL EDM4CTL
       01 WKS-CTL-DELTAS.
           02 WKS-CTL-D-ACT             PIC S9(03) VALUE ZEROS.
           02 WKS-CTL-D-MAR             PIC S9(03) VALUE ZEROS.
           02 WKS-CTL-D-TOT             PIC S9(03) VALUE ZEROS.
           02 WKS-CTL-TIPO              PIC X(01) VALUE SPACE.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1LL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-COI-LLAVE.
                   04 WKS-COM-COI-CLIENTE   PIC 9(08).
                   04 WKS-COM-COI-REFERENCIA PIC X(12).
               03 WKS-COM-COI-CARGADA    PIC 9(01).

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
           02 WKS-DATE-AAAAMMDD         PIC 9(08).
           02 WKS-DATE-AAAAMMDD-R REDEFINES WKS-DATE-AAAAMMDD.
               03 WKS-DATE-R-AAAA       PIC 9(04).
               03 WKS-DATE-R-MM         PIC 9(02).
               03 WKS-DATE-R-DD         PIC 9(02).

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(50).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 50 BYTES SE RESTAURA
      *   COMPLETA; CUALQUIER OTRA SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 50
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN NOT WKS-COM-ROL-SUPERVISOR
                AND  NOT WKS-COM-ROL-ADMIN
                    PERFORM 090-ACCION-NOAUTH
                WHEN EIBCALEN NOT = 50
                    PERFORM 100-ACCION-DEFAULT
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF5
                    PERFORM 240-ACCION-PF5
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

      *-->ACCION CUANDO LA APLICACION ESTA EN MODO SOLO LECTURA:
      *   LA DECISION SE RECHAZA SIN TOCAR ARCHIVOS
       095-ACCION-SOLO-LECTURA.
           SET WKS-MSG-SOLOLECT TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT: MOSTRAR LA PRIMERA COINCIDENCIA PENDIENTE
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           MOVE ZEROS      TO EDCI-CO-CLIENTE
           MOVE LOW-VALUES TO EDCI-REFERENCIA
           MOVE LOW-VALUES TO WKS-LLAVE-SALTA
           PERFORM 210-PROCESS-FIND-PENDING
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA RELEER DESDE EL INICIO
       200-ACCION-ENTER.
           MOVE ZEROS      TO EDCI-CO-CLIENTE
           MOVE LOW-VALUES TO EDCI-REFERENCIA
           MOVE LOW-VALUES TO WKS-LLAVE-SALTA
           PERFORM 210-PROCESS-FIND-PENDING
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA AVANZAR A LA SIGUIENTE COINCIDENCIA PENDIENTE
      *   (LA LLAVE ES ALFANUMERICA: SE ARRANCA EN LA ACTUAL Y SE SALTA)
       240-ACCION-PF5.
           MOVE WKS-COM-COI-LLAVE TO EDCI-LLAVE
           MOVE WKS-COM-COI-LLAVE TO WKS-LLAVE-SALTA
           PERFORM 210-PROCESS-FIND-PENDING
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->RECORRE EDM4COI DESDE LA LLAVE ARMADA BUSCANDO ESTADO "P"
       210-PROCESS-FIND-PENDING.
           MOVE ZEROS TO WKS-FLAG-FOUND
           PERFORM 810-EXEC-CICS-STARTBR-COI
           PERFORM UNTIL WKS-FLAG-FOUND = 1
           OR NOT WKS-EDM4COI-NORMAL
                PERFORM 811-EXEC-CICS-READNEXT-COI
                IF WKS-EDM4COI-NORMAL
                AND EDCI-PENDIENTE
                AND EDCI-LLAVE NOT = WKS-LLAVE-SALTA
                     MOVE 1 TO WKS-FLAG-FOUND
                END-IF
           END-PERFORM
           PERFORM 812-EXEC-CICS-ENDBR-COI
           IF WKS-FLAG-FOUND = 1
                MOVE EDCI-LLAVE TO WKS-COM-COI-LLAVE
                MOVE 1 TO WKS-COM-COI-CARGADA
                PERFORM 220-LOAD-DATA-OUTPUT
                SET WKS-MSG-SHOWN TO TRUE
           ELSE
                MOVE ZEROS TO WKS-COM-COI-CARGADA
                PERFORM 230-CLEAR-DATA-OUTPUT
                IF WKS-EDM4COI-NOTOPEN
                     SET WKS-MSG-NOTOPEN TO TRUE
                ELSE
                     SET WKS-MSG-NOPENDING TO TRUE
                END-IF
           END-IF.

      *-->CARGA EN EL MAPA EL CLIENTE Y LA ENTRADA DE LA LISTA; LA
      *   MARCA SE TOMA DEL MAESTRO PARA VER SI SIGUE RETENIDO
       220-LOAD-DATA-OUTPUT.
           MOVE EDCI-CO-CLIENTE        TO EDLL2-CO-CLIENTEO
           MOVE EDCI-NOMBRE-CLIENTE    TO EDLL2-NOM-CLIENTEO
           IF EDCI-SANCIONES
                MOVE "SANCIONES" TO EDLL2-TIPO-LISTAO
           ELSE
                MOVE "PEP      " TO EDLL2-TIPO-LISTAO
           END-IF
           MOVE EDCI-REFERENCIA        TO EDLL2-REFERENCIAO
           MOVE EDCI-NOMBRE-LISTA      TO EDLL2-NOM-LISTAO
           MOVE EDCI-ORIGEN            TO EDLL2-ORIGENO
           MOVE EDCI-FECHA-DETEC       TO WKS-DATE-AAAAMMDD
           MOVE WKS-DATE-R-DD          TO WKS-DATE-DD
           MOVE WKS-DATE-R-MM          TO WKS-DATE-MM
           MOVE WKS-DATE-R-AAAA        TO WKS-DATE-YYYY
           MOVE WKS-DATE-SIS           TO EDLL2-FECHA-DETECO
           MOVE EDCI-CO-CLIENTE        TO EDMC-LLAVE
           PERFORM 805-EXEC-CICS-READ
           IF WKS-EDM4CL-NORMAL
                MOVE EDMC-MARCA-ELIMINADO TO EDLL2-MARCAO
           ELSE
                MOVE SPACES TO EDLL2-MARCAO
           END-IF.

       230-CLEAR-DATA-OUTPUT.
           MOVE SPACES TO EDLL2-CO-CLIENTEO
           MOVE SPACES TO EDLL2-NOM-CLIENTEO
           MOVE SPACES TO EDLL2-MARCAO
           MOVE SPACES TO EDLL2-TIPO-LISTAO
           MOVE SPACES TO EDLL2-REFERENCIAO
           MOVE SPACES TO EDLL2-NOM-LISTAO
           MOVE SPACES TO EDLL2-ORIGENO
           MOVE SPACES TO EDLL2-FECHA-DETECO.

      *-->ACCION PARA DECIDIR FALSO POSITIVO LA COINCIDENCIA EN PANTALLA
       300-ACCION-PF1.
           IF WKS-COM-COI-CARGADA NOT = 1
                SET WKS-MSG-NOPENDING TO TRUE
           ELSE
                SET WKS-DEC-FALSO TO TRUE
                PERFORM 310-PROCESS-DECISION
                IF WKS-FLAG-DECIDIDA = 1
                     IF WKS-FLAG-CLIENTE = 1
                          PERFORM 320-LIBERA-RETENCION
                     ELSE
                          SET WKS-MSG-SIGUE TO TRUE
                     END-IF
                     PERFORM 340-AUDIT-DECISION
                     PERFORM 250-NEXT-AFTER-ACTION
                END-IF
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONFIRMAR LA COINCIDENCIA EN PANTALLA
       400-ACCION-PF2.
           IF WKS-COM-COI-CARGADA NOT = 1
                SET WKS-MSG-NOPENDING TO TRUE
           ELSE
                SET WKS-DEC-CONFIRMA TO TRUE
                PERFORM 310-PROCESS-DECISION
                IF WKS-FLAG-DECIDIDA = 1
                     IF WKS-FLAG-CLIENTE = 1
                          PERFORM 330-MANTIENE-RETENCION
                     END-IF
                     SET WKS-MSG-CONFIRMADA TO TRUE
                     PERFORM 340-AUDIT-DECISION
                     PERFORM 250-NEXT-AFTER-ACTION
                END-IF
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->GRABA LA DECISION SOBRE LA FILA DE EDM4COI Y DEJA EL CLIENTE
      *   LEIDO CON UPDATE Y SU IMAGEN "ANTES" EN LA BITACORA
       310-PROCESS-DECISION.
           MOVE ZEROS TO WKS-FLAG-DECIDIDA
           MOVE ZEROS TO WKS-FLAG-CLIENTE
           INITIALIZE REG-EDMAUL
           MOVE WKS-COM-COI-LLAVE TO EDCI-LLAVE
           PERFORM 813-EXEC-CICS-READ-COI-UPD
           IF NOT WKS-EDM4COI-NORMAL
                SET WKS-MSG-UNKERROR TO TRUE
           ELSE
                IF NOT EDCI-PENDIENTE
                     SET WKS-MSG-RESUELTA TO TRUE
                ELSE
                     MOVE WKS-DECISION        TO EDCI-ESTADO
                     MOVE WKS-COM-OPERADOR-ID TO EDCI-OPERADOR-RESOL
                     MOVE FUNCTION CURRENT-DATE(1:8)
                       TO EDCI-FECHA-RESOL
                     PERFORM 814-EXEC-CICS-REWRITE-COI
                     IF NOT WKS-EDM4COI-NORMAL
                          SET WKS-MSG-UNKERROR TO TRUE
                     ELSE
                          MOVE 1 TO WKS-FLAG-DECIDIDA
                          MOVE ZEROS TO WKS-COM-COI-CARGADA
                          MOVE EDCI-CO-CLIENTE TO EDMC-LLAVE
                          PERFORM 806-EXEC-CICS-READ-UPDATE
                          IF WKS-EDM4CL-NORMAL
                               MOVE 1 TO WKS-FLAG-CLIENTE
                               PERFORM 350-AUDIT-SNAPSHOT-BEFORE
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *-->FALSO POSITIVO: LA RETENCION SOLO SE LEVANTA SI LA PUSO EL
      *   FILTRO DE LISTAS Y EL CLIENTE NO TIENE OTRAS COINCIDENCIAS
      *   PENDIENTES O CONFIRMADAS; EL ACTIVO VUELVE A SU COLUMNA
       320-LIBERA-RETENCION.
           SET WKS-MSG-SIGUE TO TRUE
           IF EDMC-MARCA-ELIMINADO = "S"
           AND EDMC-MOTIVO-ELIMINACION = WKS-MOTIVO-LISTA
                PERFORM 325-CUENTA-OTRAS-ABIERTAS
                IF WKS-OTRAS-ABIERTAS = ZEROS
                     MOVE SPACES TO EDMC-MARCA-ELIMINADO
                     MOVE ZEROS  TO EDMC-FECHA-MARCA-ELIM
                     MOVE SPACES TO EDMC-MOTIVO-ELIMINACION
                     MOVE WKS-COM-OPERADOR-ID TO EDMC-OPERADOR-ULT-MOV
                     MOVE EIBTRMID            TO EDMC-TERMINAL-ULT-MOV
                     PERFORM 807-EXEC-CICS-REWRITE
                     IF WKS-EDM4CL-NORMAL
                          SET WKS-MSG-LIBERADO TO TRUE
                          MOVE EDMC-TIPO-CLIENTE TO WKS-CTL-TIPO
                          MOVE +1 TO WKS-CTL-D-ACT
                          MOVE -1 TO WKS-CTL-D-MAR
                          PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                          MOVE "LISTA-FALSO" TO EDEV-ACCION
                          PERFORM 895-EXEC-CICS-WRITEQ-TD-EVENT
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                END-IF
           END-IF.

      *-->CUENTA LAS OTRAS FILAS DEL CLIENTE EN EDM4COI QUE SIGUEN
      *   PENDIENTES O CONFIRMADAS (LA RECIEN DECIDIDA YA ES "F")
       325-CUENTA-OTRAS-ABIERTAS.
           MOVE ZEROS TO WKS-OTRAS-ABIERTAS
           MOVE EDMC-LLAVE TO EDCI-CO-CLIENTE
           MOVE LOW-VALUES TO EDCI-REFERENCIA
           PERFORM 810-EXEC-CICS-STARTBR-COI
           PERFORM UNTIL NOT WKS-EDM4COI-NORMAL
                PERFORM 811-EXEC-CICS-READNEXT-COI
                IF WKS-EDM4COI-NORMAL
                     IF EDCI-CO-CLIENTE NOT = EDMC-LLAVE
                          SET WKS-EDM4COI-ENDFILE TO TRUE
                     ELSE
                          IF EDCI-PENDIENTE OR EDCI-CONFIRMADO
                               ADD 1 TO WKS-OTRAS-ABIERTAS
                          END-IF
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 812-EXEC-CICS-ENDBR-COI
           MOVE WKS-COM-COI-LLAVE TO EDCI-LLAVE.

      *-->CONFIRMADO: EL CLIENTE QUEDA RETENIDO; SI ESTABA ACTIVO
      *   (POR EJEMPLO UNA SOLICITUD DE CAJERO RECHAZADA) SE RETIENE
       330-MANTIENE-RETENCION.
           IF EDMC-MARCA-ELIMINADO = SPACE
                MOVE "S"                        TO EDMC-MARCA-ELIMINADO
                MOVE FUNCTION CURRENT-DATE(1:8) TO EDMC-FECHA-MARCA-ELIM
                MOVE WKS-MOTIVO-LISTA        TO EDMC-MOTIVO-ELIMINACION
                MOVE WKS-COM-OPERADOR-ID     TO EDMC-OPERADOR-ULT-MOV
                MOVE EIBTRMID                TO EDMC-TERMINAL-ULT-MOV
                PERFORM 807-EXEC-CICS-REWRITE
                IF WKS-EDM4CL-NORMAL
                     MOVE EDMC-TIPO-CLIENTE TO WKS-CTL-TIPO
                     MOVE -1 TO WKS-CTL-D-ACT
                     MOVE +1 TO WKS-CTL-D-MAR
                     PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                     MOVE "LISTA-CONFIR" TO EDEV-ACCION
                     PERFORM 895-EXEC-CICS-WRITEQ-TD-EVENT
                END-IF
           END-IF.

      *-->BITACORA DE LA DECISION: LA ACCION DISTINGUE FALSO POSITIVO
      *   DE CONFIRMADO Y EL MOTIVO LLEVA LA REFERENCIA DE LA LISTA
       340-AUDIT-DECISION.
           IF WKS-FLAG-CLIENTE = 1
                PERFORM 360-AUDIT-SNAPSHOT-AFTER
           END-IF
           MOVE WKS-COM-COI-CLIENTE         TO EDAU-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDAU-FECHA-MOV
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDAU-HORA-MOV
           MOVE WKS-PROGRAM-NAME            TO EDAU-PROGRAMA
           IF WKS-DEC-FALSO
                MOVE "LISTA-FALSO"  TO EDAU-ACCION
           ELSE
                MOVE "LISTA-CONFIR" TO EDAU-ACCION
           END-IF
           MOVE WKS-COM-OPERADOR-ID         TO EDAU-OPERADOR
           MOVE EIBTRMID                    TO EDAU-TERMINAL
           MOVE SPACES                      TO EDAU-MOTIVO
           STRING "REF:" WKS-COM-COI-REFERENCIA DELIMITED BY SIZE
               INTO EDAU-MOTIVO
           PERFORM 809-EXEC-CICS-WRITE-AUDIT.

       350-AUDIT-SNAPSHOT-BEFORE.
           MOVE EDMC-NOMBRE-CLIENTE         TO EDAU-ANTES-NOMBRE
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-ANTES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-ANTES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-ANTES-MARCA-ELIM
           MOVE REG-EDMACL TO EDAU-IMAGEN-ANTES.

       360-AUDIT-SNAPSHOT-AFTER.
           MOVE EDMC-NOMBRE-CLIENTE         TO EDAU-DESPUES-NOMBRE
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-DESPUES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           MOVE REG-EDMACL TO EDAU-IMAGEN-DESPUES.

      *-->LUEGO DE DECIDIR CARGA LA SIGUIENTE PENDIENTE SIN PISAR EL
      *   MENSAJE DE RESULTADO
       250-NEXT-AFTER-ACTION.
           MOVE WKS-OUTPUT-MSG TO WKS-SAVE-MSG
           MOVE WKS-COM-COI-LLAVE TO EDCI-LLAVE
           MOVE LOW-VALUES TO WKS-LLAVE-SALTA
           PERFORM 210-PROCESS-FIND-PENDING
           MOVE WKS-SAVE-MSG TO WKS-OUTPUT-MSG.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 815-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDLL2')
                MAPSET('EDLL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDLL2')
                MAPSET('EDLL2')
                DATAONLY
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDLS')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-READ.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       806-EXEC-CICS-READ-UPDATE.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
               UPDATE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       807-EXEC-CICS-REWRITE.
           EXEC CICS REWRITE
                FILE ('EDM4CL')
                FROM (REG-EDMACL)
                NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       809-EXEC-CICS-WRITE-AUDIT.
           MOVE "EDM4AUL " TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-STARTBR-COI.
           EXEC CICS STARTBR
               FILE('EDM4COI')
               RIDFLD(EDCI-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-COI.

       811-EXEC-CICS-READNEXT-COI.
           EXEC CICS READNEXT
               FILE('EDM4COI')
               INTO(REG-EDMCOI)
               RIDFLD(EDCI-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-COI.

       812-EXEC-CICS-ENDBR-COI.
           EXEC CICS ENDBR
               FILE('EDM4COI')
               NOHANDLE
           END-EXEC.

       813-EXEC-CICS-READ-COI-UPD.
           EXEC CICS READ
               FILE('EDM4COI')
               INTO(REG-EDMCOI)
               RIDFLD(EDCI-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-COI.

       814-EXEC-CICS-REWRITE-COI.
           EXEC CICS REWRITE
               FILE('EDM4COI')
               FROM(REG-EDMCOI)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-COI.

       815-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *--> AJUSTE DE CIFRAS DE CONTROL EDM4CTL: APLICA LOS DELTAS
      *    PREPARADOS EN WKS-CTL-DELTAS (TOLERANTE: UN PROBLEMA EN EL
      *    ARCHIVO DE CONTROL NO DETIENE LA TRANSACCION; EL DESCUADRE
      *    LO DETECTA EDID1R17)
       893-EXEC-CICS-UPDATE-CONTROL.
           MOVE "CONTROL " TO EDCT-LLAVE
           EXEC CICS READ
               FILE('EDM4CTL')
               INTO(REG-EDMCTL)
               RIDFLD(EDCT-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                PERFORM 894-APPLY-CONTROL-DELTAS
                EXEC CICS REWRITE
                    FILE('EDM4CTL')
                    FROM(REG-EDMCTL)
                    NOHANDLE
                END-EXEC
           ELSE
                INITIALIZE REG-EDMCTL
                MOVE "CONTROL " TO EDCT-LLAVE
                PERFORM 894-APPLY-CONTROL-DELTAS
                EXEC CICS WRITE
                    FILE('EDM4CTL')
                    FROM(REG-EDMCTL)
                    RIDFLD(EDCT-LLAVE)
                    NOHANDLE
                END-EXEC
           END-IF
           MOVE ZEROS TO WKS-CTL-D-ACT
           MOVE ZEROS TO WKS-CTL-D-MAR
           MOVE ZEROS TO WKS-CTL-D-TOT.

       894-APPLY-CONTROL-DELTAS.
           IF WKS-CTL-TIPO = "C"
                ADD WKS-CTL-D-ACT TO EDCT-ACT-COMPANIAS
                ADD WKS-CTL-D-MAR TO EDCT-MAR-COMPANIAS
           ELSE
                ADD WKS-CTL-D-ACT TO EDCT-ACT-PERSONAS
                ADD WKS-CTL-D-MAR TO EDCT-MAR-PERSONAS
           END-IF
           ADD WKS-CTL-D-TOT TO EDCT-TOT-REGISTROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDCT-FECHA-ULT-MOV.

      *--> EVENTO DE NEGOCIO HACIA LA COLA TD "EDEV" (LA ENTREGA NO
      *    AFECTA LA TRANSACCION DEL SUPERVISOR: NOHANDLE)
       895-EXEC-CICS-WRITEQ-TD-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDEV-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDEV-HORA
           MOVE EDMC-LLAVE                 TO EDEV-CO-CLIENTE
           MOVE ZEROS                      TO EDEV-SECUENCIA
           MOVE "LISTAS"                   TO EDEV-CAMPOS
           MOVE WKS-COM-OPERADOR-ID        TO EDEV-OPERADOR
           MOVE EIBTRMID                   TO EDEV-TERMINAL
           MOVE SPACES                     TO EDEV-FILLER
           EXEC CICS WRITEQ TD
               QUEUE('EDEV')
               FROM(REG-EDMEVT)
               NOHANDLE
           END-EXEC.

       898-EVALUATE-DFHRESP-COI.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4COI-NORMAL  TO TRUE
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4COI-NOTOPEN TO TRUE
                WHEN OTHER            SET WKS-EDM4COI-ENDFILE TO TRUE
           END-EVALUATE.

       899-EVALUATE-DFHRESP.
           EVALUATE EIBRESP
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4CL-NOTOPEN TO TRUE
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4CL-NORMAL  TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4CL-NOTFND  TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "PANTALLA SOLO PARA SUPERVISOR"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOPENDING
                MOVE "NO HAY COINCIDENCIAS PENDIENTES"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SHOWN
                MOVE "PF1=FALSO POS PF2=CONFIRMA PF5=SIGUIENTE"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-LIBERADO
                MOVE "FALSO POSITIVO: RETENCION LIBERADA"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SIGUE
                MOVE "FALSO POSITIVO REGISTRADO"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONFIRMADA
                MOVE "COINCIDENCIA CONFIRMADA, CLIENTE RETENIDO"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-RESUELTA
                MOVE "COINCIDENCIA YA RESUELTA POR OTRO"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "ARCHIVO CERRADO"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDLL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                TO EDLL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDLL2-OUTPUT-MSGC
                MOVE SPACES   TO EDLL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDLL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDLL2-TIME-SISO.

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

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA DECISION (PF1/PF2 REESCRIBEN EDM4CL Y EDM4CTL) SE
      *   CONSULTA EDID1BSL; CON EL MODO ENCENDIDO LA TECLA SE RECHAZA
      *   Y EL RECORRIDO DE LA COLA SIGUE
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF1 OR EIBAID = DFHPF2
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
           MOVE SPACE TO EDLL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
