      * DESCRIPCION : MENU DE ADICION                                  *
      * ARCHIVOS    : MOMAES, CFCNAT, MOTGEN, CFTGEN                   *
      * ACCION (ES) : C=CONSULTAR                                      *
      * PROGRAMA(S) : LINK EDID1BAU                                    *
      * CANAL       :                                                  *
      * INSTALADO   :                                                  *
      * BPM/RATIONAL:                                                  *
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDBER.
       COPY EDELI.


       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMPEN.

       COPY EDMEVT.

       COPY EDMPRD.

       COPY EDBCF.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
                88 WKS-MSG-MALESTADO    VALUE 23.
                88 WKS-MSG-PRDVIEJO     VALUE 24.
                88 WKS-MSG-DIGITO       VALUE 25.
                88 WKS-MSG-CONFLICTO    VALUE 26.
                88 WKS-MSG-SOLOLECT     VALUE 27.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-DIGITO-MAL       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INTERVENIDO      PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CONPRODUCTOS     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-MALESTADO        PIC 9 VALUE ZEROS.
      *-->EL OPERADOR ES EL CLIENTE O SU FAMILIAR (EDID1BCF)
           02 WKS-FLAG-CONFLICTO        PIC 9 VALUE ZEROS.
           02 WKS-OPER-INTERVINO        PIC X(08) VALUE SPACES.

      *-->DELTAS PARA EL REGISTRO DE CIFRAS DE CONTROL EDM4CTL
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA
           PERFORM 008-AJUSTA-ARCHIVOS

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
                    PERFORM 150-ACCION-FROM-QLI
                WHEN EIBCALEN = 0 OR EIBCALEN = 29
                    PERFORM 100-ACCION-DEFAULT
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF2
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION CUANDO LA APLICACION ESTA EN MODO SOLO LECTURA:
      *   LA TECLA DE ACTUALIZACION SE RECHAZA SIN TOCAR ARCHIVOS
       095-ACCION-SOLO-LECTURA.
           SET WKS-MSG-SOLOLECT TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
                     END-IF
                     MOVE WKS-COM-OPERADOR-ID TO EDMC-OPERADOR-ULT-MOV
                     MOVE EIBTRMID TO EDMC-TERMINAL-ULT-MOV
      *-->EL CODIGO PROPIO O DE UN FAMILIAR NO SE APLICA EN EL LOTE:
      *   QUEDA COMO SOLICITUD EN EDM4PEN Y CUENTA COMO NO APLICADO
                     PERFORM 332-VALID-CONFLICTO
                     IF WKS-FLAG-CONFLICTO = 1
                          IF WKS-COM-PROCESS-MODE = 1
                               MOVE "E" TO EDPN-TIPO-SOLICITUD
                          ELSE
                               MOVE "R" TO EDPN-TIPO-SOLICITUD
                          END-IF
                          PERFORM 350-PROCESS-WRITE-PENDING
                          ADD 1 TO WKS-BATCH-ERR
                     ELSE
                     PERFORM 330-AUDIT-SNAPSHOT-AFTER
                     PERFORM 808-EXEC-CICS-REWRITE
                     IF WKS-EDM4CL-NORMAL
                     ELSE
                          ADD 1 TO WKS-BATCH-ERR
                     END-IF
                     END-IF
                ELSE
                     ADD 1 TO WKS-BATCH-ERR
                END-IF
                        MOVE WKS-COM-OPERADOR-ID TO
                            EDMC-OPERADOR-ULT-MOV
                        MOVE EIBTRMID TO EDMC-TERMINAL-ULT-MOV
                        PERFORM 332-VALID-CONFLICTO
                        IF (WKS-COM-ROL-SUPERVISOR OR WKS-COM-ROL-ADMIN)
                        AND WKS-FLAG-CONFLICTO = ZEROS
                            PERFORM 330-AUDIT-SNAPSHOT-AFTER
                            PERFORM 808-EXEC-CICS-REWRITE
                            IF WKS-EDM4CL-NORMAL
                                SET WKS-MSG-UNKERROR TO TRUE
                            END-IF
                        ELSE
      *-->DOBLE CONTROL: EL CAJERO (O EL SUPERVISOR CON CONFLICTO
      *   DE INTERES) DEJA LA SOLICITUD EN EDM4PEN
                            MOVE "E" TO EDPN-TIPO-SOLICITUD
                            PERFORM 350-PROCESS-WRITE-PENDING
                        END-IF
                        MOVE WKS-COM-OPERADOR-ID TO
                            EDMC-OPERADOR-ULT-MOV
                        MOVE EIBTRMID TO EDMC-TERMINAL-ULT-MOV
                        PERFORM 332-VALID-CONFLICTO
                        IF (WKS-COM-ROL-SUPERVISOR OR WKS-COM-ROL-ADMIN)
                        AND WKS-FLAG-CONFLICTO = ZEROS
                            PERFORM 330-AUDIT-SNAPSHOT-AFTER
                            PERFORM 808-EXEC-CICS-REWRITE
                            IF WKS-EDM4CL-NORMAL
                                SET WKS-MSG-UNKERROR TO TRUE
                            END-IF
                        ELSE
      *-->DOBLE CONTROL: EL CAJERO (O EL SUPERVISOR CON CONFLICTO
      *   DE INTERES) DEJA LA SOLICITUD EN EDM4PEN
                            MOVE "R" TO EDPN-TIPO-SOLICITUD
                            PERFORM 350-PROCESS-WRITE-PENDING
                        END-IF
           MOVE EIBTRMID                    TO EDAU-TERMINAL
           MOVE WKS-MOTIVO-ELIMINACION      TO EDAU-MOTIVO.

      *-->CONFLICTO DE INTERES: EL OPERADOR NO APLICA CAMBIOS SOBRE
      *   SU PROPIO REGISTRO NI EL DE UN FAMILIAR (RUTINA EDID1BCF)
       332-VALID-CONFLICTO.
           MOVE ZEROS TO WKS-FLAG-CONFLICTO
           INITIALIZE REG-EDBCF
           MOVE WKS-COM-OPERADOR-ID TO EDCF-OPERADOR
           MOVE EDMC-LLAVE          TO EDCF-CO-CLIENTE
           PERFORM 822-EXEC-CICS-LINK-CONFLICTO
           IF EDCF-CON-CONFLICTO
                MOVE 1 TO WKS-FLAG-CONFLICTO
           END-IF.

      *-->ARMA Y GRABA LA SOLICITUD PENDIENTE CON LA IMAGEN NUEVA
      *   (EL ANTES YA QUEDO EN EDAU-ANTES POR 320-AUDIT-SNAPSHOT)
       350-PROCESS-WRITE-PENDING.
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
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       810-EXEC-CICS-WRITE-AUDIT.
           MOVE WKS-FILE-AUDIT TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

                WHEN OTHER           SET WKS-EDM4PEN-ERROR  TO TRUE
           END-EVALUATE.

       822-EXEC-CICS-LINK-CONFLICTO.
           EXEC CICS LINK
               PROGRAM('EDID1BCF')
               COMMAREA(REG-EDBCF)
               NOHANDLE
           END-EXEC.

       818-EXEC-CICS-XCTL-PROGRAM-2.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-2)
                MOVE "DISPOSICION NO PERMITE ESTA ACCION"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-CONFLICTO
                MOVE "ELI026" TO EDBM-CODIGO
                MOVE "CONFLICTO DE INTERES: PASA A APROBACION"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "ELI027" TO EDBM-CODIGO
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE
                MOVE DFHYELLO TO EDELI-OUTPUT-MSGO
                MOVE SPACES   TO EDELI-OUTPUT-MSGO
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA TECLA QUE ACTUALIZA SE CONSULTA EDID1BSL; CON EL MODO
      *   ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS SIGUEN
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF2 OR EIBAID = DFHPF3
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
           MOVE SPACE TO EDELII
