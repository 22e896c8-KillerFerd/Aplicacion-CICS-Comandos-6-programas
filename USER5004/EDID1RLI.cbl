      * DESCRIPCION : VINCULOS ENTRE CLIENTES (EMPLEADOS, FAMILIAS)    *
      * ARCHIVOS    : EDM4REL (I/O) / EDM4CL (VIA EDID1BCL)            *
      * ACCION (ES) : ENTER=LISTAR PF1=VINCULAR PF2=DESVINCULAR        *
      *               PF5=AVANZAR PF10=SALIR PF12=RECIENTES            *
      * PROGRAMA(S) : XTCL / LINK EDID1BCL                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * MANTIENE LOS PARES DE CODIGOS EDM4REL CON UN TIPO DE VINCULO  *
      * (RL=REP LEGAL CO=CONTACTO EM=EMPLEADO FA=FAMILIAR TU=TUTOR    *
      * RF=REFERIDO, ESTE ULTIMO PARA ASENTAR REFERIDOS ANTERIORES AL *
      * ALTA: CLIENTE 1 EL REFERIDO, CLIENTE 2 QUIEN LO REFIRIO).     *
      * AMBOS CODIGOS SE VALIDAN ACTIVOS CON LA RUTINA EDID1BCL Y EL  *
      * VINCULO SE GRABA EN AMBOS SENTIDOS. CON ENTER SE LISTAN LOS   *
      * RELACIONADOS DEL CLIENTE 1. SE LLEGA CON PF6 DESDE EDID1CL5   *
      * ENTRA POSICIONADA EN EL CLIENTE DESDE EL RESUMEN EDID1WL2     *
      * PF12 LLEVA A LOS CLIENTES RECIENTES DEL OPERADOR (EDID1YL2)   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1RLI.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDRLI.
       COPY EDCPOS.
       COPY EDBRC.
       COPY EDCREC.

       COPY EDMREL.


      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN = 37
                    PERFORM 150-ACCION-POSICIONADA
                WHEN EIBCALEN NOT = 46
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 450-ACCION-PF5
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
           MOVE LOW-VALUES TO EDRLII
           MOVE WKS-CPO-CO-CLIENTE TO EDRLI-CO-CLIENTE1I
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 205-CONSULTA-CLIENTE
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA LISTAR LOS RELACIONADOS DEL CLIENTE 1
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 205-CONSULTA-CLIENTE
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->CONSULTA DEL CLIENTE CAPTURADO O RECIBIDO POSICIONADO
       205-CONSULTA-CLIENTE.
           PERFORM 210-VALID-CODE-1
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 216-VERIFICA-DIGITO
                MOVE WKS-CO-CLIENTE-1 TO WKS-COM-CO-CLIENTE
                MOVE 1 TO WKS-COM-CARGADO
                PERFORM 295-ANOTA-RECIENTE
                MOVE ZEROS TO WKS-COM-NEXT-REL
                PERFORM 230-PROCESS-LOAD-PAGE
                SET WKS-MSG-LISTADO TO TRUE
                IF WKS-FLAG-DIGITO-MAL = 1
                     SET WKS-MSG-DIGITO TO TRUE
                END-IF
           END-IF.

      *-->VALIDA EL CODIGO 1 (DEBE EXISTIR Y ESTAR ACTIVO)
       210-VALID-CODE-1.
                MOVE SPACES TO EDRLI-LIN-NOMBREO(WKS-INDEX)
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

      *-->ACCION PARA VINCULAR LOS DOS CODIGOS EN PANTALLA
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
                MOVE -1 TO EDRLI-TIPOL
           END-IF.

      *-->GRABA EL VINCULO EN AMBOS SENTIDOS. EN LA TUTELA ("TU") EL
      *   PRIMER CODIGO ES EL MENOR Y EL SEGUNDO SU TUTOR; EN EL
      *   REFERIDO ("RF") EL PRIMERO ES EL REFERIDO Y EL SEGUNDO QUIEN
      *   LO REFIRIO
       320-PROCESS-LINK.
           MOVE WKS-CO-CLIENTE-1 TO EDRL-CO-CLIENTE
           MOVE WKS-CO-CLIENTE-2 TO EDRL-CO-RELACION
           MOVE WKS-TIPO-REL     TO EDRL-TIPO-RELACION
           MOVE WKS-COM-OPERADOR-ID TO EDRL-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDRL-FECHA-ALTA
           MOVE SPACES TO EDRL-ESTADO
           MOVE ZEROS  TO EDRL-FECHA-FIN
           MOVE SPACES TO EDRL-ROL
           IF EDRL-TIPO-TUTOR
                SET EDRL-REL-ES-TUTOR TO TRUE
           END-IF
           IF EDRL-TIPO-REFERIDO
                SET EDRL-REL-ES-REFERENTE TO TRUE
           END-IF
           PERFORM 810-EXEC-CICS-WRITE-REL
           IF WKS-EDM4REL-DUPREC
                SET WKS-MSG-YAEXISTE TO TRUE
           ELSE
                MOVE WKS-CO-CLIENTE-2 TO EDRL-CO-CLIENTE
                MOVE WKS-CO-CLIENTE-1 TO EDRL-CO-RELACION
                IF EDRL-TIPO-TUTOR
                     SET EDRL-REL-ES-MENOR TO TRUE
                END-IF
                IF EDRL-TIPO-REFERIDO
                     SET EDRL-REL-ES-REFERIDO TO TRUE
                END-IF
                PERFORM 810-EXEC-CICS-WRITE-REL
                IF WKS-EDM4REL-NORMAL
                OR WKS-EDM4REL-DUPREC
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
