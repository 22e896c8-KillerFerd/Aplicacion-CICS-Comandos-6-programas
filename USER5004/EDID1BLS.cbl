      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BLS                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : BUSQUEDA DE NOMBRE EN LISTAS DE SANCIONES/PEP    *
      * ARCHIVOS    : EDM4LIS (ENTRADA), EDM4COI (ENTRADA/SALIDA)      *
      * ACCION (ES) : -                                                *
      * PROGRAMA(S) : EDID1BFO                                         *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RUTINA SIN PANTALLA INVOCADA CON EXEC CICS LINK DESDE LA       *
      * CAPTURA (EDID1ALI), LA MODIFICACION DE NOMBRE (EDID1MLI) Y LA  *
      * INTERFAZ DE ENTRADA (EDID1BMA). CALCULA LA CLAVE FONETICA DEL  *
      * NOMBRE CON EDID1BFO Y RECORRE EDM4LIS DESDE ESA CLAVE:         *
      *   ENTRADA : EDBS-FUNCION (C=CONSULTA, R=REGISTRA),             *
      *             EDBS-CO-CLIENTE, EDBS-NOMBRE, EDBS-ORIGEN,         *
      *             EDBS-OPERADOR, EDBS-TERMINAL                       *
      *   SALIDA  : EDBS-RETURN-CODE (SIN-COINCIDENCIA/COINCIDENCIA/   *
      *             NOTOPEN), EDBS-COINCIDENCIAS Y LA PRIMERA          *
      *             COINCIDENCIA (EDBS-TIPO-LISTA, EDBS-REFERENCIA)    *
      * CON FUNCION R CADA COINCIDENCIA NUEVA QUEDA PENDIENTE EN       *
      * EDM4COI PARA LA COLA DE REVISION EDID1LL2. LAS COINCIDENCIAS   *
      * QUE CUMPLIMIENTO YA DECIDIO FALSO POSITIVO PARA ESE CLIENTE    *
      * NO SE CUENTAN NI SE VUELVEN A GRABAR                           *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BLS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDMLIS.

       COPY EDMCOI.

       COPY EDBLS.

       COPY EDBFO.

       COPY EDBER.

       01 WKS-PROGRAM-NAME              PIC X(08) VALUE "EDID1BLS".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4LIS-NOTOPEN       VALUE 1.
           88 WKS-EDM4LIS-NOTFND        VALUE 2.
           88 WKS-EDM4LIS-NORMAL        VALUE 3.
           88 WKS-EDM4LIS-ENDFILE       VALUE 4.

       01 WKS-COI-STATUS                PIC 99 VALUE ZEROS.
           88 WKS-EDM4COI-NOTOPEN       VALUE 1.
           88 WKS-EDM4COI-NOTFND        VALUE 2.
           88 WKS-EDM4COI-NORMAL        VALUE 3.
           88 WKS-EDM4COI-DUPREC        VALUE 4.

       01 WKS-FONETICO-BUSCADO          PIC X(10) VALUE SPACES.

       01 WKS-FECHA-HORA.
           05 WKS-FH-FECHA              PIC 9(08).
           05 WKS-FH-HORA               PIC 9(06).
           05 FILLER                    PIC X(07).

      *-->RESPALDO DEL DFHRESP PARA LA BITACORA DE ERRORES:
      *   EL LINK A EDID1BER PISA EIBRESP, POR ESO EL EVALUATE
      *   TRABAJA SOBRE LA COPIA
       01 WKS-ERR-RESP-SAVE             PIC S9(08) COMP VALUE 0.
       01 WKS-ERR-ARCHIVO               PIC X(08)
           VALUE "EDM4LIS".

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(97).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA DE ENTRADA
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO REG-EDBLS
           END-IF

           PERFORM 100-PROCESS-BUSQUEDA

      *-->DEVOLVER COMMAREA DE SALIDA
           MOVE REG-EDBLS TO DFHCOMMAREA

           PERFORM 801-EXEC-CICS-RETURN

           GOBACK.

      *-->CLAVE FONETICA DEL NOMBRE Y RECORRIDO DE EDM4LIS MIENTRAS
      *   LA CLAVE DE LA LISTA SEA LA MISMA
       100-PROCESS-BUSQUEDA.
           SET EDBS-SIN-COINCIDENCIA TO TRUE
           MOVE ZEROS  TO EDBS-COINCIDENCIAS
           MOVE SPACES TO EDBS-TIPO-LISTA
           MOVE SPACES TO EDBS-REFERENCIA
           MOVE SPACES TO WKS-FONETICO-BUSCADO

           IF EDBS-NOMBRE NOT = SPACES
                MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA
                INITIALIZE REG-EDBFO
                MOVE EDBS-NOMBRE TO EDFO-NOMBRE
                CALL "EDID1BFO" USING REG-EDBFO
                MOVE EDFO-FONETICO TO WKS-FONETICO-BUSCADO
           END-IF

           IF WKS-FONETICO-BUSCADO NOT = SPACES
                PERFORM 810-EXEC-CICS-STARTBR
                IF WKS-EDM4LIS-NOTOPEN
                     SET EDBS-NOTOPEN TO TRUE
                END-IF
                IF WKS-EDM4LIS-NORMAL
                     PERFORM UNTIL NOT WKS-EDM4LIS-NORMAL
                          PERFORM 811-EXEC-CICS-READNEXT
                          IF WKS-EDM4LIS-NORMAL
                               IF EDLT-FONETICO NOT =
                                  WKS-FONETICO-BUSCADO
                                    SET WKS-EDM4LIS-ENDFILE TO TRUE
                               ELSE
                                    PERFORM 200-PROCESS-COINCIDENCIA
                               END-IF
                          END-IF
                     END-PERFORM
                     PERFORM 812-EXEC-CICS-ENDBR
                END-IF
           END-IF.

      *-->UNA ENTRADA DE LA LISTA CON LA MISMA CLAVE FONETICA: SE
      *   DESCARTA SI CUMPLIMIENTO YA LA DECIDIO FALSO POSITIVO PARA
      *   ESTE CLIENTE; SI NO, CUENTA Y (FUNCION R) QUEDA PENDIENTE
       200-PROCESS-COINCIDENCIA.
           MOVE EDBS-CO-CLIENTE TO EDCI-CO-CLIENTE
           MOVE EDLT-REFERENCIA TO EDCI-REFERENCIA
           PERFORM 820-EXEC-CICS-READ-COI

           IF WKS-EDM4COI-NORMAL AND EDCI-FALSO-POSITIVO
                CONTINUE
           ELSE
                ADD 1 TO EDBS-COINCIDENCIAS
                IF EDBS-COINCIDENCIAS = 1
                     SET EDBS-COINCIDENCIA TO TRUE
                     MOVE EDLT-TIPO-LISTA TO EDBS-TIPO-LISTA
                     MOVE EDLT-REFERENCIA TO EDBS-REFERENCIA
                END-IF
                IF EDBS-REGISTRA AND WKS-EDM4COI-NOTFND
                     PERFORM 210-ARMA-COINCIDENCIA
                     PERFORM 821-EXEC-CICS-WRITE-COI
                END-IF
           END-IF.

       210-ARMA-COINCIDENCIA.
           INITIALIZE REG-EDMCOI
           MOVE EDBS-CO-CLIENTE     TO EDCI-CO-CLIENTE
           MOVE EDLT-REFERENCIA     TO EDCI-REFERENCIA
           MOVE EDLT-TIPO-LISTA     TO EDCI-TIPO-LISTA
           MOVE EDBS-NOMBRE         TO EDCI-NOMBRE-CLIENTE
           MOVE EDLT-NOMBRE         TO EDCI-NOMBRE-LISTA
           MOVE EDLT-FONETICO       TO EDCI-FONETICO
           MOVE EDBS-ORIGEN         TO EDCI-ORIGEN
           MOVE WKS-FH-FECHA        TO EDCI-FECHA-DETEC
           MOVE WKS-FH-HORA         TO EDCI-HORA-DETEC
           SET EDCI-PENDIENTE       TO TRUE
           MOVE SPACES              TO EDCI-OPERADOR-RESOL
           MOVE ZEROS               TO EDCI-FECHA-RESOL.

       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       810-EXEC-CICS-STARTBR.
           MOVE WKS-FONETICO-BUSCADO TO EDLT-FONETICO
           MOVE LOW-VALUES           TO EDLT-REFERENCIA
           MOVE "EDM4LIS"            TO WKS-ERR-ARCHIVO
           EXEC CICS STARTBR
               FILE('EDM4LIS')
               RIDFLD(EDLT-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       811-EXEC-CICS-READNEXT.
           MOVE "EDM4LIS"            TO WKS-ERR-ARCHIVO
           EXEC CICS READNEXT
               FILE('EDM4LIS')
               INTO(REG-EDMLIS)
               RIDFLD(EDLT-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       812-EXEC-CICS-ENDBR.
           EXEC CICS ENDBR
               FILE('EDM4LIS')
               NOHANDLE
           END-EXEC.

       820-EXEC-CICS-READ-COI.
           MOVE "EDM4COI"            TO WKS-ERR-ARCHIVO
           EXEC CICS READ
               FILE('EDM4COI')
               INTO(REG-EDMCOI)
               RIDFLD(EDCI-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-COI.

      *-->DUPREC (OTRA TRANSACCION LA GRABO ANTES) NO ES ERROR:
      *   LA COINCIDENCIA YA ESTA EN LA COLA
       821-EXEC-CICS-WRITE-COI.
           MOVE "EDM4COI"            TO WKS-ERR-ARCHIVO
           EXEC CICS WRITE
               FILE('EDM4COI')
               FROM(REG-EDMCOI)
               RIDFLD(EDCI-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-COI.

      *-->CUALQUIER DFHRESP FUERA DE LOS ESPERADOS (NORMAL,
      *   NOTFND, ENDFILE, DUPREC) QUEDA EN LA BITACORA CENTRAL
      *   EDM4ERR VIA EDID1BER; LA BUSQUEDA NUNCA FALLA AL CAJERO
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
                MOVE EDBS-OPERADOR      TO EDBR-OPERADOR
                MOVE EIBTRMID           TO EDBR-TERMINAL
                PERFORM 888-EXEC-CICS-LINK-ERRLOG
           END-IF.

       888-EXEC-CICS-LINK-ERRLOG.
           EXEC CICS LINK
               PROGRAM('EDID1BER')
               COMMAREA(REG-EDBER)
               NOHANDLE
           END-EXEC.

       898-EVALUATE-DFHRESP-COI.
           MOVE EIBRESP TO WKS-ERR-RESP-SAVE
           PERFORM 887-LOG-ERROR-INESPERADO
           MOVE ZEROS TO WKS-COI-STATUS
           EVALUATE WKS-ERR-RESP-SAVE
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4COI-NOTOPEN TO TRUE
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4COI-NORMAL  TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4COI-NOTFND  TO TRUE
                WHEN DFHRESP(DUPREC)  SET WKS-EDM4COI-DUPREC  TO TRUE
           END-EVALUATE.

       899-EVALUATE-DFHRESP.
           MOVE EIBRESP TO WKS-ERR-RESP-SAVE
           PERFORM 887-LOG-ERROR-INESPERADO
           MOVE ZEROS TO WKS-FILE-STATUS
           EVALUATE WKS-ERR-RESP-SAVE
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4LIS-NOTOPEN TO TRUE
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4LIS-NORMAL  TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4LIS-NOTFND  TO TRUE
                WHEN DFHRESP(ENDFILE) SET WKS-EDM4LIS-ENDFILE TO TRUE
           END-EVALUATE.
