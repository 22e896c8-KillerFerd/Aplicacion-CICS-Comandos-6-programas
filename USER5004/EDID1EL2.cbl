      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1EL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : RESIDENCIA FISCAL POR CLIENTE (EDM4FIS)          *
      * ARCHIVOS    : EDM4FIS (I/O) / EDM4CL (VIA EDID1BCL)            *
      * ACCION (ES) : ENTER=CONSULTAR PF1=GRABAR PF3=ELIMINAR          *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL / LINK EDID1BCL                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * REGISTRO DE AUTOCERTIFICACION FATCA/CRS: UNA FILA POR CLIENTE *
      * + PAIS DE RESIDENCIA FISCAL CON EL NIF EXTRANJERO, LA FECHA   *
      * DE LA AUTOCERTIFICACION Y SU ESTADO (V=VALIDA, P=PENDIENTE,   *
      * I=INVALIDA). UNA FILA VALIDA EXIGE FECHA Y, FUERA DEL PAIS    *
      * LOCAL, EL NIF. SE LLEGA CON PF9 DESDE LA CONSULTA EDID1CL5.   *
      * EL BARRIDO DE INDICIOS ES EDID1R68 Y EL EXTRACTO ANUAL PARA   *
      * LA AUTORIDAD TRIBUTARIA ES EDID1R69. TRANSID EDRF             *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1EL2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9' ' '.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDEL2.

       COPY EDMFIS.

       COPY EDBCL.

       COPY EDBFE.

       01 WKS-WORK-FIELDS.
           02 WKS-PAGE-LIMIT            PIC 9(02) VALUE 8.
           02 WKS-PROGRAM-BCL           PIC X(08) VALUE "EDID1BCL".
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-EDM4FIS-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4FIS-NORMAL        VALUE 1.
           88 WKS-EDM4FIS-NOTFND        VALUE 2.
           88 WKS-EDM4FIS-OTRO          VALUE 3.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NONUMERIC    VALUE 2.
                88 WKS-MSG-NOTFND       VALUE 3.
                88 WKS-MSG-ELIMINADO    VALUE 4.
                88 WKS-MSG-NOTOPEN      VALUE 5.
                88 WKS-MSG-LISTADO      VALUE 6.
                88 WKS-MSG-SINCLIENTE   VALUE 7.
                88 WKS-MSG-BADPAIS      VALUE 8.
                88 WKS-MSG-BADNIF       VALUE 9.
                88 WKS-MSG-BADFECHA     VALUE 10.
                88 WKS-MSG-BADESTADO    VALUE 11.
                88 WKS-MSG-GRABADO      VALUE 12.
                88 WKS-MSG-BORRADO      VALUE 13.
                88 WKS-MSG-NOEXISTE     VALUE 14.
                88 WKS-MSG-UNKERROR     VALUE 15.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-EXISTE           PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1EL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-CO-CLIENTE    PIC 9(08).
               03 WKS-COM-CARGADO       PIC 9(01).

       01 WKS-EDITED-FIELDS.
           02 WKS-DATE-SIS.
               03 WKS-DATE-DD           PIC 99.
               03 WKS-DATE-MM           PIC /99.
               03 WKS-DATE-YYYY         PIC /9999.
           02 WKS-TIME-SIS.
               03 WKS-TIME-HH           PIC 99.
               03 FILLER                PIC X VALUE ":".
               03 WKS-TIME-MM           PIC 99.
               03 FILLER                PIC X VALUE ":".
               03 WKS-TIME-SS           PIC 99.
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-CERTIF          PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(38).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 38 BYTES SE RESTAURA
      *   COMPLETA; OTRA LONGITUD SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 38
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN NOT = 38
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    PERFORM 300-ACCION-PF1
                WHEN EIBAID = DFHPF3
                    PERFORM 400-ACCION-PF3
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR LAS RESIDENCIAS FISCALES DEL CLIENTE
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                MOVE 1 TO WKS-COM-CARGADO
                PERFORM 220-PROCESS-LOAD-FIS
                SET WKS-MSG-LISTADO TO TRUE
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->VALIDA EL CODIGO CON LA RUTINA EDID1BCL
       210-VALID-FIELD-1.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDEL2-CO-CLIENTEC
           MOVE -1 TO EDEL2-CO-CLIENTEL
           IF EDEL2-CO-CLIENTEI NOT > SPACES
           OR EDEL2-CO-CLIENTEI NOT NUMERO
                SET WKS-MSG-NONUMERIC TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                INITIALIZE WKS-CO-CLIENTE
                INITIALIZE WKS-INDEX
                MOVE 9 TO WKS-AUX
                PERFORM VARYING WKS-INDEX FROM 8 BY -1
                UNTIL WKS-INDEX = ZEROS
                    IF EDEL2-CO-CLIENTEI(WKS-INDEX:1) NOT EQUAL ' '
                        SUBTRACT 1 FROM WKS-AUX
                        MOVE EDEL2-CO-CLIENTEI(WKS-INDEX:1)
                        TO WKS-CO-CLIENTE(WKS-AUX:1)
                    END-IF
                END-PERFORM
                MOVE WKS-CO-CLIENTE TO EDEL2-CO-CLIENTEO
                MOVE WKS-CO-CLIENTE TO EDBCL-CO-CLIENTE
                PERFORM 806-EXEC-CICS-LINK-BCL
                EVALUATE TRUE
                     WHEN EDBCL-OK
                          MOVE EDBCL-NOMBRE-CLIENTE
                              TO EDEL2-NOM-CLIENTEO
                     WHEN EDBCL-ELIMINADO
                          SET WKS-MSG-ELIMINADO TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN EDBCL-NOTOPEN
                          SET WKS-MSG-NOTOPEN TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN OTHER
                          SET WKS-MSG-NOTFND TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                END-EVALUATE
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDEL2-CO-CLIENTEC
           END-IF.

      *-->CARGA LAS RESIDENCIAS FISCALES DEL CLIENTE (HASTA 8 PAISES)
       220-PROCESS-LOAD-FIS.
           PERFORM 230-CLEAR-TABLE
           MOVE WKS-COM-CO-CLIENTE TO EDFS-CO-CLIENTE
           MOVE SPACES             TO EDFS-PAIS
           MOVE 1 TO WKS-INDEX
           PERFORM 807-EXEC-CICS-STARTBR-FIS
           PERFORM UNTIL WKS-INDEX > WKS-PAGE-LIMIT
           OR NOT WKS-EDM4FIS-NORMAL
                PERFORM 808-EXEC-CICS-READNEXT-FIS
                IF WKS-EDM4FIS-NORMAL
                     IF EDFS-CO-CLIENTE = WKS-COM-CO-CLIENTE
                          PERFORM 240-LOAD-TABLE-LINE
                          ADD 1 TO WKS-INDEX
                     ELSE
                          SET WKS-EDM4FIS-OTRO TO TRUE
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 809-EXEC-CICS-ENDBR-FIS.

       230-CLEAR-TABLE.
           MOVE 1 TO WKS-AUX
           PERFORM UNTIL WKS-AUX > WKS-PAGE-LIMIT
                MOVE SPACES TO EDEL2-LIN-PAISO(WKS-AUX)
                MOVE SPACES TO EDEL2-LIN-REGIMENO(WKS-AUX)
                MOVE SPACES TO EDEL2-LIN-NIFO(WKS-AUX)
                MOVE SPACES TO EDEL2-LIN-CERTIFO(WKS-AUX)
                MOVE SPACES TO EDEL2-LIN-ESTADOO(WKS-AUX)
                ADD 1 TO WKS-AUX
           END-PERFORM.

       240-LOAD-TABLE-LINE.
           MOVE EDFS-PAIS TO EDEL2-LIN-PAISO(WKS-INDEX)
           EVALUATE TRUE
                WHEN EDFS-PAIS-LOCAL
                     MOVE "LOCAL" TO EDEL2-LIN-REGIMENO(WKS-INDEX)
                WHEN EDFS-PAIS-FATCA
                     MOVE "FATCA" TO EDEL2-LIN-REGIMENO(WKS-INDEX)
                WHEN OTHER
                     MOVE "CRS"   TO EDEL2-LIN-REGIMENO(WKS-INDEX)
           END-EVALUATE
           MOVE EDFS-NIF  TO EDEL2-LIN-NIFO(WKS-INDEX)
           IF EDFS-FECHA-CERTIF > ZEROS
                MOVE EDFS-FECHA-CERTIF(7:2)
                  TO WKS-FECHA-DDMMAAAA(1:2)
                MOVE EDFS-FECHA-CERTIF(5:2)
                  TO WKS-FECHA-DDMMAAAA(3:2)
                MOVE EDFS-FECHA-CERTIF(1:4)
                  TO WKS-FECHA-DDMMAAAA(5:4)
                MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED
                MOVE WKS-FECHA-ED TO EDEL2-LIN-CERTIFO(WKS-INDEX)
           END-IF
           EVALUATE TRUE
                WHEN EDFS-CERT-VALIDA
                     MOVE "VALIDA"    TO EDEL2-LIN-ESTADOO(WKS-INDEX)
                WHEN EDFS-CERT-PENDIENTE
                     MOVE "PENDIENTE" TO EDEL2-LIN-ESTADOO(WKS-INDEX)
                WHEN OTHER
                     MOVE "INVALIDA"  TO EDEL2-LIN-ESTADOO(WKS-INDEX)
           END-EVALUATE.

      *-->ACCION PARA GRABAR (ALTA O CORRECCION) LA RESIDENCIA DIGITADA
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                MOVE -1 TO EDEL2-CO-CLIENTEL
           ELSE IF EDEL2-PAISI NOT > SPACES
                OR EDEL2-PAISI NOT ALPHABETIC
                OR EDEL2-PAISI(1:1) = SPACE
                OR EDEL2-PAISI(2:1) = SPACE
                SET WKS-MSG-BADPAIS TO TRUE
                MOVE -1 TO EDEL2-PAISL
           ELSE IF EDEL2-ESTADOI NOT = "V"
                AND EDEL2-ESTADOI NOT = "P"
                AND EDEL2-ESTADOI NOT = "I"
                SET WKS-MSG-BADESTADO TO TRUE
                MOVE -1 TO EDEL2-ESTADOL
           ELSE IF EDEL2-ESTADOI = "V"
                AND EDEL2-PAISI NOT = "GT"
                AND EDEL2-NIFI NOT > SPACES
                SET WKS-MSG-BADNIF TO TRUE
                MOVE -1 TO EDEL2-NIFL
           ELSE
                PERFORM 310-VALIDA-FECHA
                IF WKS-FLAG-INVALID = 1
                     SET WKS-MSG-BADFECHA TO TRUE
                     MOVE -1 TO EDEL2-CERTIFL
                ELSE
                     PERFORM 320-GRABA-RESIDENCIA
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->FECHA DE AUTOCERTIFICACION DDMMAAAA: OBLIGATORIA EN UNA FILA
      *   VALIDA, OPCIONAL EN LAS DEMAS; NUNCA POSTERIOR A HOY
       310-VALIDA-FECHA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE ZEROS TO WKS-FECHA-CERTIF
           IF EDEL2-CERTIFI NOT > SPACES
                IF EDEL2-ESTADOI = "V"
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           ELSE IF EDEL2-CERTIFI NOT NUMERO
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE "V" TO EDBF-FUNCION
                MOVE EDEL2-CERTIFI TO EDBF-FECHA-DDMMAAAA
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-FECHA-INVALIDA
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE "R" TO EDBF-FUNCION
                     CALL "EDID1BFE" USING REG-EDBFE
                     MOVE EDBF-FECHA-AAAAMMDD TO WKS-FECHA-CERTIF
                     IF WKS-FECHA-CERTIF > WKS-FECHA-HOY
                          MOVE 1 TO WKS-FLAG-INVALID
                     END-IF
                END-IF
           END-IF.

      *-->ALTA O REESCRITURA DE LA FILA CLIENTE+PAIS EN EDM4FIS
       320-GRABA-RESIDENCIA.
           MOVE WKS-COM-CO-CLIENTE TO EDFS-CO-CLIENTE
           MOVE EDEL2-PAISI        TO EDFS-PAIS
           PERFORM 810-EXEC-CICS-READ-UPD-FIS
           IF WKS-EDM4FIS-NORMAL
                MOVE 1 TO WKS-FLAG-EXISTE
           ELSE
                MOVE ZEROS TO WKS-FLAG-EXISTE
                INITIALIZE REG-EDMFIS
                MOVE WKS-COM-CO-CLIENTE TO EDFS-CO-CLIENTE
                MOVE EDEL2-PAISI        TO EDFS-PAIS
           END-IF
           MOVE EDEL2-NIFI          TO EDFS-NIF
           MOVE WKS-FECHA-CERTIF    TO EDFS-FECHA-CERTIF
           MOVE EDEL2-ESTADOI       TO EDFS-ESTADO-CERTIF
           MOVE WKS-COM-OPERADOR-ID TO EDFS-OPERADOR
           MOVE WKS-FECHA-HOY       TO EDFS-FECHA-ALTA
           IF WKS-FLAG-EXISTE = 1
                PERFORM 811-EXEC-CICS-REWRITE-FIS
           ELSE
                PERFORM 812-EXEC-CICS-WRITE-FIS
           END-IF
           IF WKS-EDM4FIS-NORMAL
                PERFORM 220-PROCESS-LOAD-FIS
                SET WKS-MSG-GRABADO TO TRUE
                MOVE SPACES TO EDEL2-PAISI
                MOVE SPACES TO EDEL2-NIFI
                MOVE SPACES TO EDEL2-CERTIFI
                MOVE SPACES TO EDEL2-ESTADOI
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->ACCION PARA ELIMINAR LA RESIDENCIA DEL PAIS DIGITADO
       400-ACCION-PF3.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                MOVE -1 TO EDEL2-CO-CLIENTEL
           ELSE IF EDEL2-PAISI NOT > SPACES
                SET WKS-MSG-BADPAIS TO TRUE
                MOVE -1 TO EDEL2-PAISL
           ELSE
                MOVE WKS-COM-CO-CLIENTE TO EDFS-CO-CLIENTE
                MOVE EDEL2-PAISI        TO EDFS-PAIS
                PERFORM 810-EXEC-CICS-READ-UPD-FIS
                IF WKS-EDM4FIS-NORMAL
                     PERFORM 813-EXEC-CICS-DELETE-FIS
                     IF WKS-EDM4FIS-NORMAL
                          PERFORM 220-PROCESS-LOAD-FIS
                          SET WKS-MSG-BORRADO TO TRUE
                          MOVE SPACES TO EDEL2-PAISI
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                ELSE
                     SET WKS-MSG-NOEXISTE TO TRUE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 814-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDEL2')
                MAPSET('EDEL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDEL2')
                MAPSET('EDEL2')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDEL2')
                MAPSET('EDEL2')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDRF')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDEL2')
                MAPSET ('EDEL2')
           END-EXEC.

       806-EXEC-CICS-LINK-BCL.
           EXEC CICS LINK
                PROGRAM(WKS-PROGRAM-BCL)
                COMMAREA(REG-EDBCL)
                NOHANDLE
           END-EXEC.

       807-EXEC-CICS-STARTBR-FIS.
           EXEC CICS STARTBR
               FILE('EDM4FIS')
               RIDFLD(EDFS-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-FIS.

       808-EXEC-CICS-READNEXT-FIS.
           EXEC CICS READNEXT
               FILE('EDM4FIS')
               INTO(REG-EDMFIS)
               RIDFLD(EDFS-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-FIS.

       809-EXEC-CICS-ENDBR-FIS.
           EXEC CICS ENDBR
               FILE('EDM4FIS')
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-READ-UPD-FIS.
           EXEC CICS READ
               FILE('EDM4FIS')
               INTO(REG-EDMFIS)
               RIDFLD(EDFS-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-FIS.

       811-EXEC-CICS-REWRITE-FIS.
           EXEC CICS REWRITE
               FILE('EDM4FIS')
               FROM(REG-EDMFIS)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-FIS.

       812-EXEC-CICS-WRITE-FIS.
           EXEC CICS WRITE
               FILE('EDM4FIS')
               FROM(REG-EDMFIS)
               RIDFLD(EDFS-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-FIS.

       813-EXEC-CICS-DELETE-FIS.
           EXEC CICS DELETE
               FILE('EDM4FIS')
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-FIS.

       814-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       898-EVALUATE-DFHRESP-FIS.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4FIS-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4FIS-NOTFND TO TRUE
                WHEN OTHER           SET WKS-EDM4FIS-OTRO   TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NONUMERIC
                MOVE "CODIGO DE CLIENTE INCORRECTO"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "NO SE ENCONTRO"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ELIMINADO
                MOVE "CLIENTE ELIMINADO"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "ARCHIVO CERRADO"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-LISTADO
                MOVE "PF1=GRABAR  PF3=ELIMINAR  PF10=SALIR"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCLIENTE
                MOVE "CONSULTE PRIMERO UN CLIENTE"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADPAIS
                MOVE "DIGITE EL PAIS (DOS LETRAS ISO)"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADNIF
                MOVE "DIGITE EL NIF EXTRANJERO"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADFECHA
                MOVE "FECHA DE AUTOCERTIFICACION INVALIDA"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADESTADO
                MOVE "ESTADO: V=VALIDA P=PENDIENTE I=INVALIDA"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-GRABADO
                MOVE "RESIDENCIA FISCAL GRABADA"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BORRADO
                MOVE "RESIDENCIA FISCAL ELIMINADA"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOEXISTE
                MOVE "RESIDENCIA NO HALLADA"
                TO EDEL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDEL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDEL2-OUTPUT-MSGC
                MOVE SPACES   TO EDEL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDEL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDEL2-TIME-SISO.

      *-->CONTROL DE INACTIVIDAD: ANTES DE DESPACHAR LA TECLA SE
      *   CONSULTA EDID1BTO; UNA SESION VENCIDA LIMPIA LA COMMAREA Y
      *   REGRESA AL MENU DE INGRESO CON EL AVISO DE SESION EXPIRADA
       005-CHECK-SESION-TIMEOUT.
           IF EIBCALEN = 0 OR WKS-COM-OPERADOR-ID = SPACES
                CONTINUE
           ELSE
                MOVE WKS-COM-ULT-ACTIVIDAD TO EDBT-ULT-ACTIVIDAD
                MOVE WKS-COM-OPERADOR-ID   TO EDBT-OPERADOR
                SET  EDBT-VIGENTE          TO TRUE
                MOVE WKS-COM-ULT-ACTIVIDAD TO EDBT-AHORA
                PERFORM 006-EXEC-CICS-LINK-TIMEOUT
                IF EDBT-EXPIRADA
                     PERFORM 007-EXPIRA-SESION
                ELSE
                     MOVE EDBT-AHORA TO WKS-COM-ULT-ACTIVIDAD
                END-IF
           END-IF.

       006-EXEC-CICS-LINK-TIMEOUT.
           EXEC CICS LINK
               PROGRAM('EDID1BTO')
               COMMAREA(REG-EDBTO)
               NOHANDLE
           END-EXEC.

      *-->LIMPIA LA SESION Y DEVUELVE EL CONTROL AL MENU DE INGRESO
       007-EXPIRA-SESION.
           MOVE SPACES TO WKS-COM-OPERADOR-ID
           MOVE SPACES TO WKS-COM-ROL
           MOVE SPACES TO WKS-COM-SUCURSAL
           MOVE SPACES TO WKS-COM-IDIOMA
           MOVE ZEROS  TO WKS-COM-ULT-ACTIVIDAD
           SET WKS-COM-SESION-EXPIRADA TO TRUE
           EXEC CICS XCTL
               PROGRAM('EDID1YL5')
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *--> TERMINACION DEL PROGRAMA
       999-END-PROGRAM.
           MOVE SPACE TO EDEL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
