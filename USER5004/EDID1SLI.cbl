      * TIPO        : LINEA                                            *
      * DESCRIPCION : SUSPENSION Y LEVANTAMIENTO DE CLIENTES           *
      * ARCHIVOS    : EDM4CL (I/O) / EDM4AUL (SALIDA) / EDM4CTL (I/O)  *
      *               EDM4PEN (SALIDA)                                 *
      * ACCION (ES) : ENTER=CONSULTAR PF1=SUSPENDER PF2=LEVANTAR       *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * BITACORA EDM4AUL Y AJUSTA LAS CIFRAS DE CONTROL. EL CLIENTE   *
      * SUSPENDIDO SE PUEDE CONSULTAR PERO EDID1MLI Y EDID1ELI LO     *
      * RECHAZAN                                                       *
      * EL SUPERVISOR QUE ES EL CLIENTE O SU FAMILIAR (EDID1BCF) NO    *
      * APLICA EL CAMBIO: QUEDA EN EDM4PEN PARA QUE LO APRUEBE OTRO    *
      * EN EDID1VLI                                                    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1SLI.
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDSLI.

       COPY EDMACL.

       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMEVT.

       COPY EDMCTL.

       COPY EDMPEN.

       COPY EDBCF.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
                88 WKS-MSG-NOTOPEN      VALUE 13.
                88 WKS-MSG-SENSIBLE-ON  VALUE 14.
                88 WKS-MSG-SENSIBLE-OFF VALUE 15.
                88 WKS-MSG-CONFLICTO    VALUE 16.
                88 WKS-MSG-SOLOLECT     VALUE 17.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
      *-->EL OPERADOR ES EL CLIENTE O SU FAMILIAR (EDID1BCF)
           02 WKS-FLAG-CONFLICTO        PIC 9 VALUE ZEROS.

       01 WKS-EDM4PEN-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4PEN-NORMAL        VALUE 1.
           88 WKS-EDM4PEN-ERROR         VALUE 2.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                    PERFORM 090-ACCION-NOAUTH
                WHEN EIBCALEN NOT = 38
                    PERFORM 100-ACCION-DEFAULT
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION CUANDO LA APLICACION ESTA EN MODO SOLO LECTURA:
      *   LA TECLA DE ACTUALIZACION SE RECHAZA SIN TOCAR ARCHIVOS
       095-ACCION-SOLO-LECTURA.
           SET WKS-MSG-SOLOLECT TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
                         TO EDMC-OPERADOR-ULT-MOV
                     MOVE EIBTRMID TO EDMC-TERMINAL-ULT-MOV
                     PERFORM 330-AUDIT-SNAPSHOT-AFTER
                     PERFORM 332-VALID-CONFLICTO
                     IF WKS-FLAG-CONFLICTO = 1
                          MOVE "S" TO EDPN-TIPO-SOLICITUD
                          PERFORM 350-PROCESS-WRITE-PENDING
                     ELSE
                     PERFORM 808-EXEC-CICS-REWRITE
                     IF WKS-EDM4CL-NORMAL
                          PERFORM 340-AUDIT-BUILD-HEADER
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
                         TO EDMC-OPERADOR-ULT-MOV
                     MOVE EIBTRMID TO EDMC-TERMINAL-ULT-MOV
                     PERFORM 330-AUDIT-SNAPSHOT-AFTER
                     PERFORM 332-VALID-CONFLICTO
                     IF WKS-FLAG-CONFLICTO = 1
                          MOVE "L" TO EDPN-TIPO-SOLICITUD
                          PERFORM 350-PROCESS-WRITE-PENDING
                     ELSE
                     PERFORM 808-EXEC-CICS-REWRITE
                     IF WKS-EDM4CL-NORMAL
                          PERFORM 340-AUDIT-BUILD-HEADER
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
                         TO EDMC-OPERADOR-ULT-MOV
                     MOVE EIBTRMID TO EDMC-TERMINAL-ULT-MOV
                     PERFORM 330-AUDIT-SNAPSHOT-AFTER
                     PERFORM 332-VALID-CONFLICTO
                     IF WKS-FLAG-CONFLICTO = 1
                          MOVE "M" TO EDPN-TIPO-SOLICITUD
                          PERFORM 350-PROCESS-WRITE-PENDING
                     ELSE
                     PERFORM 808-EXEC-CICS-REWRITE
                     IF WKS-EDM4CL-NORMAL
                          PERFORM 340-AUDIT-BUILD-HEADER
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
                         TO EDMC-OPERADOR-ULT-MOV
                     MOVE EIBTRMID TO EDMC-TERMINAL-ULT-MOV
                     PERFORM 330-AUDIT-SNAPSHOT-AFTER
                     PERFORM 332-VALID-CONFLICTO
                     IF WKS-FLAG-CONFLICTO = 1
                          MOVE "M" TO EDPN-TIPO-SOLICITUD
                          PERFORM 350-PROCESS-WRITE-PENDING
                     ELSE
                     PERFORM 808-EXEC-CICS-REWRITE
                     IF WKS-EDM4CL-NORMAL
                          PERFORM 340-AUDIT-BUILD-HEADER
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           MOVE WKS-COM-OPERADOR-ID         TO EDAU-OPERADOR
           MOVE EIBTRMID                    TO EDAU-TERMINAL.

      *-->CONFLICTO DE INTERES: EL OPERADOR NO APLICA CAMBIOS SOBRE
      *   SU PROPIO REGISTRO NI EL DE UN FAMILIAR (RUTINA EDID1BCF)
       332-VALID-CONFLICTO.
           MOVE ZEROS TO WKS-FLAG-CONFLICTO
           INITIALIZE REG-EDBCF
           MOVE WKS-COM-OPERADOR-ID TO EDCF-OPERADOR
           MOVE EDMC-LLAVE          TO EDCF-CO-CLIENTE
           PERFORM 811-EXEC-CICS-LINK-CONFLICTO
           IF EDCF-CON-CONFLICTO
                MOVE 1 TO WKS-FLAG-CONFLICTO
           END-IF.

      *-->ARMA Y GRABA LA SOLICITUD PENDIENTE CON LA IMAGEN NUEVA
      *   (EL ANTES YA QUEDO EN EDAU-ANTES POR 320-AUDIT-SNAPSHOT)
       350-PROCESS-WRITE-PENDING.
           MOVE EDMC-LLAVE                  TO EDPN-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDPN-FECHA-SOL
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDPN-HORA-SOL
           MOVE "P"                         TO EDPN-ESTADO
           MOVE WKS-COM-OPERADOR-ID         TO EDPN-OPERADOR-SOL
           MOVE EIBTRMID                    TO EDPN-TERMINAL-SOL
           MOVE SPACES                      TO EDPN-OPERADOR-APR
           MOVE ZEROS                       TO EDPN-FECHA-APR
           MOVE EDAU-ANTES-NOMBRE           TO EDPN-ANTES-NOMBRE
           MOVE EDAU-ANTES-FECHA-NAC        TO EDPN-ANTES-FECHA-NAC
           MOVE EDAU-ANTES-TELEFONO         TO EDPN-ANTES-TELEFONO
           MOVE EDAU-ANTES-MARCA-ELIM       TO EDPN-ANTES-MARCA-ELIM
           MOVE REG-EDMACL                  TO EDPN-IMAGEN-NUEVA
           MOVE SPACES                      TO EDPN-MARCA-URGENTE
           SET EDPN-CONFLICTO               TO TRUE
           MOVE SPACES                      TO EDPN-FILLER
           PERFORM 812-EXEC-CICS-WRITE-PENDING
           IF WKS-EDM4PEN-NORMAL
                SET WKS-MSG-CONFLICTO TO TRUE
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 810-EXEC-CICS-XCTL-PROGRAM-1
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

               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       811-EXEC-CICS-LINK-CONFLICTO.
           EXEC CICS LINK
               PROGRAM('EDID1BCF')
               COMMAREA(REG-EDBCF)
               NOHANDLE
           END-EXEC.

       812-EXEC-CICS-WRITE-PENDING.
           EXEC CICS WRITE
               FILE('EDM4PEN')
               FROM(REG-EDMPEN)
               RIDFLD(EDPN-LLAVE)
               NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4PEN-NORMAL TO TRUE
                WHEN OTHER           SET WKS-EDM4PEN-ERROR  TO TRUE
           END-EVALUATE.

      *--> AJUSTE DE CIFRAS DE CONTROL EDM4CTL (TOLERANTE)
       893-EXEC-CICS-UPDATE-CONTROL.
           MOVE "CONTROL " TO EDCT-LLAVE
           ELSE IF WKS-MSG-SENSIBLE-OFF
                MOVE "MARCA DE SENSIBLE RETIRADA"
                TO EDSLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONFLICTO
                MOVE "CONFLICTO DE INTERES: PASA A APROBACION"
                TO EDSLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDSLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                TO EDSLI-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDSLI-OUTPUT-MSGC
                MOVE SPACES   TO EDSLI-OUTPUT-MSGO
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA TECLA QUE ACTUALIZA SE CONSULTA EDID1BSL; CON EL MODO
      *   ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS SIGUEN
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF1 OR EIBAID = DFHPF2
           OR EIBAID = DFHPF3 OR EIBAID = DFHPF4
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
           MOVE SPACE TO EDSLII
