      * DESCRIPCION : HISTORIAL DE CONTACTOS DE CAMPANA (EDM4CAM)      *
      * ARCHIVOS    : EDM4CAM (I/O) / EDM4CL (VIA EDID1BCL)            *
      * ACCION (ES) : ENTER=CONSULTAR PF1=MARCAR RESPUESTA PF5=AVANZAR *
      *               PF10=SALIR PF12=RECIENTES                        *
      * PROGRAMA(S) : XTCL / LINK EDID1BCL                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * (S/N) CUANDO EL CLIENTE CONTESTA, CON OPERADOR Y FECHA, PARA  *
      * MEDIR LA EFECTIVIDAD DE LOS ENVIOS. EL CODIGO SE VALIDA CON   *
      * LA RUTINA EDID1BCL. TRANSID EDH2, VIA OPCION DE MENU          *
      * ENTRA POSICIONADA EN EL CLIENTE DESDE EL RESUMEN EDID1WL2     *
      * PF12 LLEVA A LOS CLIENTES RECIENTES DEL OPERADOR (EDID1YL2)   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1HL2.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDHL2.
       COPY EDCPOS.
       COPY EDBRC.
       COPY EDCREC.

       COPY EDMCAM.


      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN = 37
                    PERFORM 150-ACCION-POSICIONADA
                WHEN EIBCALEN NOT = 54
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 400-ACCION-PF5
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN EIBAID = DFHPF12
                    PERFORM 550-ACCION-PF12
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ENTRADA POSICIONADA DESDE EL RESUMEN EDID1WL2 (COMMAREA
      *   EDCPOS): SE CONSULTA DE UNA VEZ EL CLIENTE RECIBIDO
       150-ACCION-POSICIONADA.
           MOVE DFHCOMMAREA(1:37) TO WKS-COM-POSICIONADA
           MOVE LOW-VALUES TO EDHL2I
           MOVE WKS-CPO-CO-CLIENTE TO EDHL2-CO-CLIENTEI
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 205-CONSULTA-CLIENTE
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR LOS CONTACTOS DE UN CLIENTE
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 205-CONSULTA-CLIENTE
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->CONSULTA DEL CLIENTE CAPTURADO O RECIBIDO POSICIONADO
       205-CONSULTA-CLIENTE.
           PERFORM 210-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                MOVE 1 TO WKS-COM-CARGADO
                PERFORM 295-ANOTA-RECIENTE
                MOVE ZEROS  TO WKS-COM-NEXT-FECHA
                MOVE SPACES TO WKS-COM-NEXT-CAMPANA
                PERFORM 220-PROCESS-LOAD-PAGE
           END-IF.

      *-->VALIDA EL CODIGO CON LA RUTINA EDID1BCL
       210-VALID-FIELD-1.
                MOVE WKS-FECHA-ED TO EDHL2-LIN-FECHRESPO(WKS-INDEX)
           END-IF.

      *-->ANOTA EL CLIENTE EN LA LISTA DE RECIENTES DEL OPERADOR
      *   (RUTINA EDID1BRC; NOHANDLE: LA LISTA NUNCA DETIENE LA
      *   CONSULTA). LA PRACTICA DE ENTRENAMIENTO NO SE ANOTA
       295-ANOTA-RECIENTE.
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

      *-->ACCION PARA MARCAR LA RESPUESTA (S/N) DEL CONTACTO DIGITADO
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 812-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION PARA IR A LA LISTA DE CLIENTES RECIENTES (EDID1YL2,
      *   COMMAREA EDCREC); SU PF10 REGRESA A ESTA PANTALLA CON EL
      *   MISMO CLIENTE
       550-ACCION-PF12.
           MOVE WKS-COMMAREA(1:29) TO WKS-CRC-SESION
           MOVE WKS-PROGRAM-NAME   TO WKS-CRC-ORIGEN
           IF WKS-COM-CARGADO = 1
                MOVE WKS-COM-CO-CLIENTE TO WKS-CRC-CO-CLIENTE
           ELSE
                MOVE ZEROS TO WKS-CRC-CO-CLIENTE
           END-IF
           EXEC CICS XCTL
               PROGRAM('EDID1YL2')
               COMMAREA(WKS-COM-RECIENTES)
           END-EXEC
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
