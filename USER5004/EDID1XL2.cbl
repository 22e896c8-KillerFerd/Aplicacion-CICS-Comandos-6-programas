       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDXL2.

       COPY EDMACL.
                88 WKS-MSG-MISMASUC     VALUE 9.
                88 WKS-MSG-SOLICITADA   VALUE 10.
                88 WKS-MSG-UNKERROR     VALUE 11.
               88 WKS-MSG-PENDIENTE    VALUE 12.
                88 WKS-MSG-SOLOLECT     VALUE 13.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN NOT = 38
                    PERFORM 100-ACCION-DEFAULT
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
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
                          IF EDMC-MARCA-ELIMINADO NOT = SPACE
                               SET WKS-MSG-ELIMINADO TO TRUE
                               MOVE 1 TO WKS-FLAG-INVALID
                          ELSE
      *-->UN ALTA CON EXPEDIENTE PENDIENTE NO SE TRASLADA HASTA
      *   QUE EDID1R58 LA LIBERE
                               IF EDMC-ALTA-PENDIENTE
                                    SET WKS-MSG-PENDIENTE TO TRUE
                                    MOVE 1 TO WKS-FLAG-INVALID
                               END-IF
                          END-IF
                END-EVALUATE
           END-IF
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDXL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-PENDIENTE
                MOVE "ALTA CON EXPEDIENTE PENDIENTE"
                TO EDXL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                TO EDXL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDXL2-OUTPUT-MSGC
                MOVE SPACES   TO EDXL2-OUTPUT-MSGO
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA TECLA QUE ACTUALIZA SE CONSULTA EDID1BSL; CON EL MODO
      *   ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS SIGUEN
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF1
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
           MOVE SPACE TO EDXL2I
