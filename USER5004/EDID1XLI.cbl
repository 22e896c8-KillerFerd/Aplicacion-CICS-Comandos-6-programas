      * CRUCE FALLECID ESTA VIVO) Y PF3 SALTA A EDID1MLI PARA         *
      * CORREGIR EL REGISTRO. TRANSID EDXI, VIA OPCION DE MENU EN     *
      * EDM4MNU                                                       *
      * ENTRA POSICIONADA EN EL CLIENTE DESDE EL RESUMEN EDID1WL2     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1XLI.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDXLI.
       COPY EDCPOS.

       COPY EDMWKL.


      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN = 37
                    PERFORM 150-ACCION-POSICIONADA
                WHEN EIBCALEN NOT = 46
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ENTRADA POSICIONADA DESDE EL RESUMEN EDID1WL2 (COMMAREA
      *   EDCPOS): LA LISTA ARRANCA EN LOS PENDIENTES DEL CLIENTE
       150-ACCION-POSICIONADA.
           MOVE DFHCOMMAREA(1:37) TO WKS-COM-POSICIONADA
           PERFORM 801-EXEC-CICS-SEND-ERASE
           MOVE WKS-CPO-CO-CLIENTE TO WKS-COM-POS-CLIENTE
           MOVE LOW-VALUES TO WKS-COM-POS-PROBLEMA
           MOVE 1 TO WKS-COM-CARGADO
           PERFORM 210-PROCESS-LOAD-PAGE
           MOVE WKS-CPO-CO-CLIENTE TO EDXLI-CLIENTEO
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA REINICIAR LA LISTA
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
