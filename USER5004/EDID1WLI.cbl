      *               EDM4TAB (ENTRADA)                                *
      * ACCION (ES) : ENTER=PRIMER RECHAZO PF5=SIGUIENTE PF1=APLICAR   *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU / CALL EDID1BFE             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDWLI.

       COPY EDMRCH.

       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMTAB.

       COPY EDMCTL.
                88 WKS-MSG-BADACCION    VALUE 15.
                88 WKS-MSG-SINPOS       VALUE 16.
                88 WKS-MSG-UNKERROR     VALUE 17.
                88 WKS-MSG-MENOR        VALUE 18.
                88 WKS-MSG-SOLOLECT     VALUE 19.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FOUND            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-REUSE            PIC 9 VALUE ZEROS.
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN NOT = 48
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

      *-->ACCION DEFAULT: PRIMER RECHAZO PENDIENTE
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           AND EDCG-MOTIVO-ELIM = SPACES
                SET WKS-MSG-NOMOTIVO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           END-IF
      *-->EL ALTA DE UNA PERSONA MENOR DE EDAD VA POR EDID1ALI, QUE
      *   EXIGE EL TUTOR; AQUI NO SE PUEDE APLICAR
           IF WKS-FLAG-INVALID = ZEROS
           AND (EDCG-ACCION = "A" OR EDCG-ACCION = " ")
           AND EDCG-TIPO-CLIENTE NOT = "C"
                MOVE "E" TO EDBF-FUNCION
                MOVE EDCG-FECHA-NAC-DD TO EDBF-FECHA-DDMMAAAA(1:2)
                MOVE EDCG-FECHA-NAC-MM TO EDBF-FECHA-DDMMAAAA(3:2)
                MOVE EDCG-FECHA-NAC-AAAA TO EDBF-FECHA-DDMMAAAA(5:4)
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-OK AND EDBF-EDAD < 18
                     SET WKS-MSG-MENOR TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF.

      *-->APLICA EL REGISTRO CORREGIDO A EDM4CL SEGUN SU ACCION
           MOVE SPACES TO EDMC-MARCA-SENSIBLE
           MOVE SPACES TO EDMC-SUCURSAL
           MOVE SPACES TO EDMC-FILLER
      *-->EL REENVIO SIGUE SIENDO UN ALTA DE LA CARGA; SI EL RECHAZO
      *   TRAIA REFERENTE, EL VINCULO "RF" SE ASIENTA EN EDID1RLI
           SET EDMC-CANAL-CARGA TO TRUE
      *-->EL ALTA QUEDA PENDIENTE DE EXPEDIENTE (LA LIBERA EDID1R58)
           MOVE "P" TO EDMC-ESTADO-ALTA
           MOVE "I" TO EDBF-FUNCION
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDBF-FECHA-AAAAMMDD
           CALL "EDID1BFE" USING REG-EDBFE
                WHEN OTHER           SET WKS-EDM4TAB-OTRO   TO TRUE
           END-EVALUATE.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       813-EXEC-CICS-WRITE-AUDIT.
           MOVE "EDM4AUL " TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDWLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-MENOR
                MOVE "MENOR DE EDAD: ALTA CON TUTOR EN ALI"
                TO EDWLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                TO EDWLI-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDWLI-OUTPUT-MSGC
                MOVE SPACES   TO EDWLI-OUTPUT-MSGO
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
           MOVE SPACE TO EDWLII
