      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BCF                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : CONFLICTO DE INTERES OPERADOR / CLIENTE          *
      * ARCHIVOS    : EDM4OPC (ENTRADA) / EDM4REL (ENTRADA)            *
      * ACCION (ES) : -                                                *
      * PROGRAMA(S) : LINK EDID1BER                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RUTINA SIN PANTALLA PENSADA PARA SER INVOCADA CON EXEC CICS    *
      * LINK ANTES DE APLICAR UN CAMBIO SOBRE EDM4CL. DICE SI EL       *
      * CLIENTE ES EL PROPIO OPERADOR (SU CODIGO EN EDM4OPC) O UN      *
      * FAMILIAR SUYO (VINCULO "FA" EN EDM4REL). CON CONFLICTO EL      *
      * INVOCANTE NO APLICA EL CAMBIO: LO DEJA EN EDM4PEN PARA QUE     *
      * OTRO OPERADOR LO APRUEBE EN EDID1VLI.                          *
      * RECIBE/DEVUELVE REG-EDBCF (COPY EDBCF) EN EL COMMAREA:         *
      *   ENTRADA : EDCF-OPERADOR, EDCF-CO-CLIENTE                     *
      *   SALIDA  : EDCF-RETURN-CODE (SIN-CONFLICTO/PROPIO/FAMILIAR),  *
      *             EDCF-CO-PROPIO                                     *
      * UN OPERADOR QUE NO ESTA EN EDM4OPC, O UN ARCHIVO CERRADO, SE   *
      * TOMA SIN CONFLICTO (EL ERROR QUEDA EN EDM4ERR VIA EDID1BER)    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BCF.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDMOPC.

       COPY EDMREL.

       COPY EDBCF.

       COPY EDBER.

       01 WKS-PROGRAM-NAME              PIC X(08) VALUE "EDID1BCF".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-ARCHIVO-NOTOPEN       VALUE 1.
           88 WKS-ARCHIVO-NOTFND        VALUE 2.
           88 WKS-ARCHIVO-NORMAL        VALUE 3.

      *-->RESPALDO DEL DFHRESP PARA LA BITACORA DE ERRORES:
      *   EL LINK A EDID1BER PISA EIBRESP, POR ESO EL EVALUATE
      *   TRABAJA SOBRE LA COPIA
       01 WKS-ERR-RESP-SAVE             PIC S9(08) COMP VALUE 0.
       01 WKS-ERR-ARCHIVO               PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(36).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA DE ENTRADA
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO REG-EDBCF
           END-IF

           PERFORM 100-PROCESS-CONFLICTO

      *-->DEVOLVER COMMAREA DE SALIDA
           MOVE REG-EDBCF TO DFHCOMMAREA

           PERFORM 801-EXEC-CICS-RETURN

           GOBACK.

      *-->CLIENTE PROPIO DEL OPERADOR Y, SI NO LO ES, VINCULO FAMILIAR
      *   ENTRE EL CLIENTE DEL OPERADOR Y EL CLIENTE A MODIFICAR
       100-PROCESS-CONFLICTO.
           SET EDCF-SIN-CONFLICTO TO TRUE
           MOVE ZEROS TO EDCF-CO-PROPIO
           MOVE EDCF-OPERADOR TO EDOP-OPERADOR
           PERFORM 805-EXEC-CICS-READ-OPC
           IF WKS-ARCHIVO-NORMAL
                MOVE EDOP-CO-CLIENTE TO EDCF-CO-PROPIO
                IF EDOP-CO-CLIENTE = EDCF-CO-CLIENTE
                     SET EDCF-PROPIO TO TRUE
                ELSE
                     MOVE EDOP-CO-CLIENTE TO EDRL-CO-CLIENTE
                     MOVE EDCF-CO-CLIENTE TO EDRL-CO-RELACION
                     PERFORM 806-EXEC-CICS-READ-REL
                     IF WKS-ARCHIVO-NORMAL
                     AND EDRL-TIPO-FAMILIAR
                          SET EDCF-FAMILIAR TO TRUE
                     END-IF
                END-IF
           END-IF.

       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       805-EXEC-CICS-READ-OPC.
           MOVE "EDM4OPC" TO WKS-ERR-ARCHIVO
           EXEC CICS READ
               FILE('EDM4OPC')
               INTO(REG-EDMOPC)
               RIDFLD(EDOP-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       806-EXEC-CICS-READ-REL.
           MOVE "EDM4REL" TO WKS-ERR-ARCHIVO
           EXEC CICS READ
               FILE('EDM4REL')
               INTO(REG-EDMREL)
               RIDFLD(EDRL-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

      *-->CUALQUIER DFHRESP FUERA DE LOS ESPERADOS (NORMAL,
      *   NOTFND, ENDFILE, DUPREC) QUEDA EN LA BITACORA CENTRAL
      *   EDM4ERR VIA EDID1BER; EL REGISTRO NUNCA FALLA AL CAJERO
       887-LOG-ERROR-INESPERADO.
           IF WKS-ERR-RESP-SAVE = DFHRESP(NORMAL)
           OR WKS-ERR-RESP-SAVE = DFHRESP(NOTFND)
           OR WKS-ERR-RESP-SAVE = DFHRESP(ENDFILE)
           OR WKS-ERR-RESP-SAVE = DFHRESP(DUPREC)
                CONTINUE
           ELSE
                INITIALIZE REG-EDBER
                MOVE WKS-PROGRAM-NAME   TO EDBR-PROGRAMA
                MOVE "899-EVAL"         TO EDBR-PARRAFO
                MOVE WKS-ERR-ARCHIVO    TO EDBR-ARCHIVO
                MOVE WKS-ERR-RESP-SAVE  TO EDBR-RESP
                MOVE EDCF-OPERADOR      TO EDBR-OPERADOR
                MOVE EIBTRMID           TO EDBR-TERMINAL
                PERFORM 888-EXEC-CICS-LINK-ERRLOG
           END-IF.

       888-EXEC-CICS-LINK-ERRLOG.
           EXEC CICS LINK
               PROGRAM('EDID1BER')
               COMMAREA(REG-EDBER)
               NOHANDLE
           END-EXEC.

       899-EVALUATE-DFHRESP.
           MOVE ZEROS TO WKS-FILE-STATUS
           MOVE EIBRESP TO WKS-ERR-RESP-SAVE
           PERFORM 887-LOG-ERROR-INESPERADO
           EVALUATE WKS-ERR-RESP-SAVE
                WHEN DFHRESP(NOTOPEN) SET WKS-ARCHIVO-NOTOPEN TO TRUE
                WHEN DFHRESP(NORMAL)  SET WKS-ARCHIVO-NORMAL  TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-ARCHIVO-NOTFND  TO TRUE
           END-EVALUATE.
