      * ARCHIVOS    : EDM4PEN (I/O) / EDM4CL (I/O) / EDM4AUL (SALIDA)  *
      * ACCION (ES) : ENTER=PRIMERA PF5=SIGUIENTE PF1=APROBAR          *
      *               PF2=RECHAZAR PF10=SALIR                          *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * EDM4PEN DESDE EDID1MLI Y EDID1ELI, MUESTRA EL ANTES/DESPUES,  *
      * Y AL APROBAR APLICA LA IMAGEN SOBRE EDM4CL Y ESCRIBE LA       *
      * BITACORA EDM4AUL. AL RECHAZAR SOLO MARCA LA SOLICITUD.        *
      * NADIE APRUEBA SU PROPIA SOLICITUD NI LA DE UN CLIENTE QUE ES  *
      * EL MISMO O SU FAMILIAR (EDID1BCF); LAS SUSPENSIONES Y         *
      * LEVANTAMIENTOS LLEGAN DE EDID1SLI POR CONFLICTO DE INTERES    *
      * ENTRA POSICIONADA EN EL CLIENTE DESDE EL RESUMEN EDID1WL2     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1VLI.
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDVLI.
       COPY EDCPOS.

       COPY EDMACL.

       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMPEN.

       COPY EDMEVT.

       COPY EDMCTL.

       COPY EDBCF.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
                88 WKS-MSG-UNKERROR     VALUE 7.
                88 WKS-MSG-NOTOPEN      VALUE 8.
                88 WKS-MSG-INTERVENIDO  VALUE 9.
                88 WKS-MSG-PROPIA       VALUE 10.
                88 WKS-MSG-CONFLICTO    VALUE 11.
                88 WKS-MSG-SOLOLECT     VALUE 12.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FOUND            PIC 9 VALUE ZEROS.
      *-->EL APROBADOR ES EL CLIENTE O SU FAMILIAR (EDID1BCF)
           02 WKS-FLAG-CONFLICTO        PIC 9 VALUE ZEROS.
           02 WKS-SAVE-MSG              PIC 99 VALUE ZEROS.

      *-->DELTAS PARA EL REGISTRO DE CIFRAS DE CONTROL EDM4CTL
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN NOT WKS-COM-ROL-SUPERVISOR
                AND  NOT WKS-COM-ROL-ADMIN
                    PERFORM 090-ACCION-NOAUTH
                WHEN EIBCALEN = 37
                    PERFORM 150-ACCION-POSICIONADA
                WHEN EIBCALEN NOT = 52
                    PERFORM 100-ACCION-DEFAULT
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF5
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION CUANDO LA APLICACION ESTA EN MODO SOLO LECTURA:
      *   LA TECLA DE ACTUALIZACION SE RECHAZA SIN TOCAR ARCHIVOS
       095-ACCION-SOLO-LECTURA.
           SET WKS-MSG-SOLOLECT TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT: MOSTRAR LA PRIMERA SOLICITUD PENDIENTE
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ENTRADA POSICIONADA DESDE EL RESUMEN EDID1WL2 (COMMAREA
      *   EDCPOS): LA COLA ARRANCA EN LAS SOLICITUDES DEL CLIENTE
       150-ACCION-POSICIONADA.
           MOVE DFHCOMMAREA(1:37) TO WKS-COM-POSICIONADA
           PERFORM 801-EXEC-CICS-SEND-ERASE
           MOVE WKS-CPO-CO-CLIENTE TO EDPN-CO-CLIENTE
           MOVE ZEROS TO EDPN-FECHA-SOL
           MOVE ZEROS TO EDPN-HORA-SOL
           PERFORM 210-PROCESS-FIND-PENDING
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA RELEER DESDE EL INICIO
       200-ACCION-ENTER.
           MOVE ZEROS TO EDPN-CO-CLIENTE
                     MOVE "RESTAURACION" TO EDVLI-TIPOO
                WHEN EDPN-SOL-TRANSFER
                     MOVE "TRANSFERENCI" TO EDVLI-TIPOO
                WHEN EDPN-SOL-SUSPENSION
                     MOVE "SUSPENSION  " TO EDVLI-TIPOO
                WHEN EDPN-SOL-LEVANTA-SUSP
                     MOVE "LEVANTA SUSP" TO EDVLI-TIPOO
                WHEN OTHER
                     MOVE SPACES         TO EDVLI-TIPOO
           END-EVALUATE
           MOVE WKS-COM-PEN-FECHA      TO EDPN-FECHA-SOL
           MOVE WKS-COM-PEN-HORA       TO EDPN-HORA-SOL
           PERFORM 813-EXEC-CICS-READ-PEN-UPD
           IF WKS-EDM4PEN-NORMAL
                PERFORM 332-VALID-CONFLICTO
           END-IF
           IF NOT WKS-EDM4PEN-NORMAL
           OR NOT EDPN-PENDIENTE
                SET WKS-MSG-UNKERROR TO TRUE
           ELSE IF EDPN-OPERADOR-SOL = WKS-COM-OPERADOR-ID
                SET WKS-MSG-PROPIA TO TRUE
           ELSE IF WKS-FLAG-CONFLICTO = 1
                SET WKS-MSG-CONFLICTO TO TRUE
           ELSE
                MOVE EDPN-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 806-EXEC-CICS-READ-UPDATE
                               MOVE -1 TO WKS-CTL-D-MAR
                               PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                          END-IF
                          IF EDPN-SOL-SUSPENSION
                               MOVE -1 TO WKS-CTL-D-ACT
                               MOVE +1 TO WKS-CTL-D-MAR
                               PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                          END-IF
                          IF EDPN-SOL-LEVANTA-SUSP
                               MOVE +1 TO WKS-CTL-D-ACT
                               MOVE -1 TO WKS-CTL-D-MAR
                               PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                          END-IF
      *-->UNA MODIFICACION APROBADA PUEDE CAMBIAR EL TIPO: EL
      *   ACTIVO SE MUEVE DE UNA COLUMNA DE CONTROL A LA OTRA
                          IF EDPN-SOL-MODIFICACION
                     END-IF
                END-IF
                END-IF
           END-IF
           END-IF
           END-IF.

      *-->CONFLICTO DE INTERES DEL APROBADOR CON EL CLIENTE DE LA
      *   SOLICITUD (RUTINA EDID1BCF)
       332-VALID-CONFLICTO.
           MOVE ZEROS TO WKS-FLAG-CONFLICTO
           INITIALIZE REG-EDBCF
           MOVE WKS-COM-OPERADOR-ID TO EDCF-OPERADOR
           MOVE EDPN-CO-CLIENTE     TO EDCF-CO-CLIENTE
           PERFORM 816-EXEC-CICS-LINK-CONFLICTO
           IF EDCF-CON-CONFLICTO
                MOVE 1 TO WKS-FLAG-CONFLICTO
           END-IF.

      *-->ACCION PARA RECHAZAR LA SOLICITUD EN PANTALLA
                     MOVE "APR-RESTAURA" TO EDAU-ACCION
                WHEN EDPN-SOL-TRANSFER
                     MOVE "TRANSFER"     TO EDAU-ACCION
                WHEN EDPN-SOL-SUSPENSION
                     MOVE "APR-SUSPENDE" TO EDAU-ACCION
                WHEN EDPN-SOL-LEVANTA-SUSP
                     MOVE "APR-LEVANTA"  TO EDAU-ACCION
                WHEN OTHER
                     MOVE "APR-SOLICITD" TO EDAU-ACCION
           END-EVALUATE
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

           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-PEN.

       816-EXEC-CICS-LINK-CONFLICTO.
           EXEC CICS LINK
               PROGRAM('EDID1BCF')
               COMMAREA(REG-EDBCF)
               NOHANDLE
           END-EXEC.

       815-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
           ELSE IF WKS-MSG-INTERVENIDO
                MOVE "REGISTRO MODIFICADO DESPUES, RECHACE"
                TO EDVLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-PROPIA
                MOVE "SOLICITUD PROPIA: DEBE APROBARLA OTRO"
                TO EDVLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONFLICTO
                MOVE "CONFLICTO DE INTERES: DEBE APROBAR OTRO"
                TO EDVLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "ARCHIVO CERRADO"
                TO EDVLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDVLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                TO EDVLI-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDVLI-OUTPUT-MSGC
                MOVE SPACES   TO EDVLI-OUTPUT-MSGO
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA TECLA QUE ACTUALIZA SE CONSULTA EDID1BSL; CON EL MODO
      *   ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS SIGUEN
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
           MOVE SPACE TO EDVLII
