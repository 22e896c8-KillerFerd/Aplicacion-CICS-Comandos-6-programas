      *               FILTROS COMBINABLES: FRAGMENTO DE NOMBRE, CIUDAD,*
      *               CODIGO POSTAL, TIPO, MARCA, SUCURSAL Y RANGO DE  *
      *               FECHAS DE CREACION; "S" ABRE LA CONSULTA COMPLETA*
      * ARCHIVOS    : EDM4CL / EDM4SEG                                 *
      * ACCION (ES) : C=CONSULTAR                                      *
      * PROGRAMA(S) : EDID1CL5 EDID1YL5                                *
      * CANAL       : ADMINISTRATIVA                                   *
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBRN.
       COPY EDBER.
       COPY EDML2.

       COPY EDMACL.

       COPY EDMSEG.

       COPY EDBFE.

       COPY EDBMS.
           02 WKS-FLAG-HALLADO          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-MATCH            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SEGMENTO         PIC 9 VALUE ZEROS.
                88 WKS-SEGMENTO-NORMAL  VALUE 1.
                88 WKS-SEGMENTO-NOTFND  VALUE 2.

       01 WKS-SUBCRIPS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->HORA DE ENTRADA DE LA TAREA (BITACORA DE RESPUESTA EDM4RND)
           INITIALIZE REG-EDBRN
           MOVE FUNCTION CURRENT-DATE(1:16) TO EDRN-INICIO

      *-->MOVER COMMAREA (EIBCALEN=29 ES SOLO EL LOGIN DEL MENU)
           IF EIBCALEN = 29
                MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           MOVE WKS-COM-OPERADOR-ID TO EDRN-OPERADOR
           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 008-AJUSTA-ARCHIVOS

                MOVE SPACES TO EDML2-LIN-MARCAO(WKS-INDEX)
                MOVE SPACES TO EDML2-LIN-SUCURO(WKS-INDEX)
                MOVE SPACES TO EDML2-LIN-FECHAO(WKS-INDEX)
                MOVE SPACES TO EDML2-LIN-SEGO(WKS-INDEX)
                ADD 1 TO WKS-INDEX
           END-PERFORM.

           MOVE EDMC-MARCA-ELIMINADO TO EDML2-LIN-MARCAO(WKS-INDEX)
           MOVE EDMC-SUCURSAL        TO EDML2-LIN-SUCURO(WKS-INDEX)
           MOVE EDMC-FECHA-CREACION  TO WKS-DATE-FORMAT
           MOVE WKS-DATE-FORMAT      TO EDML2-LIN-FECHAO(WKS-INDEX)
           PERFORM 445-CARGA-SEGMENTO.

      *-->SEGMENTO COMERCIAL VIGENTE (EDM4SEG, MENSUAL DE EDID1R78);
      *   UN CLIENTE SIN SEGMENTO O DADO DE BAJA QUEDA EN BLANCO
       445-CARGA-SEGMENTO.
           MOVE EDMC-LLAVE TO EDSG-CO-CLIENTE
           PERFORM 811-EXEC-CICS-READ-SEGMENTO
           IF WKS-SEGMENTO-NORMAL AND NOT EDSG-BAJA
                MOVE EDSG-SEGMENTO TO EDML2-LIN-SEGO(WKS-INDEX)
           ELSE
                MOVE SPACES        TO EDML2-LIN-SEGO(WKS-INDEX)
           END-IF.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       600-ACCION-PF10.
           END-EXEC.

       803-EXEC-CICS-RETURN.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
               TRANSID('EDMQ')
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       806-EXEC-CICS-READNEXT.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
                FILE(WKS-FILE-CLIENTES)
                RIDFLD(WKS-START-KEY)
           END-EXEC.

       809-CICS-XCTL-PROGRAM-3.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-3)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       810-EXEC-CICS-XCTL.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-XCTL)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->LECTURA PUNTUAL DEL SEGMENTO: NO ALTERA EL BROWSE DE
      *   EDM4CL EN CURSO
       811-EXEC-CICS-READ-SEGMENTO.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4SEG')
               INTO(REG-EDMSEG)
               RIDFLD(EDSG-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-SEGMENTO-NORMAL TO TRUE
           ELSE
                SET WKS-SEGMENTO-NOTFND TO TRUE
           END-IF.

      *--> ALERTAR AL SOPORTE CICS LA PRIMERA VEZ QUE EDM4CL SALE
      *    CERRADO EN ESTA TAREA
       896-EXEC-CICS-WRITEQ-TD-ALERT.
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
           MOVE SPACES TO WKS-COM-IDIOMA
           MOVE ZEROS  TO WKS-COM-ULT-ACTIVIDAD
           SET WKS-COM-SESION-EXPIRADA TO TRUE
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM('EDID1YL5')
               COMMAREA(WKS-COMMAREA)
               ERASE
           END-EXEC

           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
           END-EXEC

