       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBRN.
       COPY EDBER.
       COPY EDQLI.

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

      *   RECUENTO COMPLETO DE ANTES
       120-PROCESS-COUNT-TOTALS.
           MOVE "CONTROL " TO EDCT-LLAVE
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4CTL')
               INTO(REG-EDMCTL)
           MOVE WKS-COMMAREA(1:29) TO WKS-CMLI-SESION
           MOVE ZEROS TO WKS-CMLI-PROTEGIDO
           MOVE WKS-MOD-CODIGO TO WKS-CMLI-CODIGO
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM('EDID1MLI')
               COMMAREA(WKS-COMMAREA-MLI)
           END-EXEC.

       803-EXEC-CICS-RETURN.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
               TRANSID('EDQI')
               COMMAREA(WKS-COMMAREA)
           END-PERFORM.

       856-EXEC-CICS-READNEXT-RAW.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
                FILE(WKS-FILE-CLIENTES)
                RIDFLD(WKS-START-KEY)
           PERFORM 899-EVALUATE-DFHRESP.

       857-EXEC-CICS-READPREV-RAW.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READPREV
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

       814-CICS-XCTL-PROGRAM-4.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-4)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       815-EXEC-CICS-READ-PROFILE.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4PRF')
               RIDFLD(EDPF-OPERADOR)
           END-EVALUATE.

       816-EXEC-CICS-XCTL-NOTAS.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-NOTAS)
               COMMAREA(WKS-COMMAREA)
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

