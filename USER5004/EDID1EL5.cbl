      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1EL5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : RETENCIONES LEGALES DE CLIENTES                  *
      * ARCHIVOS    : EDM4CL / EDM4LGH (I/O)                           *
      * ACCION (ES) : ENTER=CONSULTAR PF1=REGISTRAR PF2=ACTUALIZAR     *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * REGISTRO DE RETENCIONES LEGALES (LEGAL / CUMPLIMIENTO). UN     *
      * CLIENTE CON UNA RETENCION ACTIVA NO SE PURGA, NO SE ANONIMIZA  *
      * NI PIERDE FILAS POR RETENCION (RUTINA EDID1BLH). SOLO PARA     *
      * EL ROL ADMINISTRADOR:                                          *
      *   - ENTER CON EL CODIGO DE CLIENTE (Y RETENCION EN BLANCO)     *
      *     PREPARA LA CAPTURA; CON NUMERO DE RETENCION LA CONSULTA    *
      *   - PF1 REGISTRA LA RETENCION ACTIVA CON EL SIGUIENTE NUMERO   *
      *     DEL CLIENTE. MOTIVO, CASO Y FECHA DE LIBERACION            *
      *     (DDMMAAAA, FUTURA) SON OBLIGATORIOS                        *
      *   - PF2 ACTUALIZA MOTIVO, CASO Y FECHA, O LIBERA CON ESTADO    *
      *     "L" (QUEDAN OPERADOR Y FECHA; YA NO SE MODIFICA). LA FECHA *
      *     DE LIBERACION ES DE REVISION: NO LEVANTA LA RETENCION Y    *
      *     EDID1R88 LISTA LAS QUE LA PASARON                          *
      * ALTAS, CAMBIOS Y LIBERACIONES QUEDAN EN LA BITACORA EDM4AUL.   *
      * TRANSID EDE5, VIA OPCION DE MENU EN EDM4MNU                    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1EL5.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9' ' '.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBFE.
       COPY EDEL5.

       COPY EDMACL.

       COPY EDMLGH.

       COPY EDMAUL.

       COPY EDBAU.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NOTOPEN        VALUE 1.
           88 WKS-EDM4CL-NOTFND         VALUE 2.
           88 WKS-EDM4CL-NORMAL         VALUE 3.

       01 WKS-EDM4LGH-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4LGH-NOTOPEN       VALUE 1.
           88 WKS-EDM4LGH-NOTFND        VALUE 2.
           88 WKS-EDM4LGH-NORMAL        VALUE 3.
           88 WKS-EDM4LGH-ENDFILE       VALUE 4.
           88 WKS-EDM4LGH-OTRO          VALUE 5.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NONUMERIC    VALUE 2.
                88 WKS-MSG-NOTFND       VALUE 3.
                88 WKS-MSG-NOAUTH       VALUE 4.
                88 WKS-MSG-NOTOPEN      VALUE 5.
                88 WKS-MSG-CAPTURA      VALUE 6.
                88 WKS-MSG-CONSULTADO   VALUE 7.
                88 WKS-MSG-SINCLIENTE   VALUE 8.
                88 WKS-MSG-RET-NOTFND   VALUE 9.
                88 WKS-MSG-BADRET       VALUE 10.
                88 WKS-MSG-BADMOTIVO    VALUE 11.
                88 WKS-MSG-BADCASO      VALUE 12.
                88 WKS-MSG-BADLIBERA    VALUE 13.
                88 WKS-MSG-BADESTADO    VALUE 14.
                88 WKS-MSG-REGISTRADO   VALUE 15.
                88 WKS-MSG-ACTUALIZADO  VALUE 16.
                88 WKS-MSG-LIBERADO     VALUE 17.
                88 WKS-MSG-YALIBERADA   VALUE 18.
                88 WKS-MSG-SINRET       VALUE 19.
                88 WKS-MSG-UNKERROR     VALUE 20.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-LIBERA           PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1EL5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-FILE-AUDIT            PIC X(08) VALUE "EDM4AUL ".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-CO-CLIENTE    PIC 9(08).
               03 WKS-COM-NO-RET        PIC 9(03).
      *-->0 = NADA CARGADO, 1 = CLIENTE LISTO PARA CAPTURA,
      *   2 = RETENCION CONSULTADA
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
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-LIBERACION      PIC 9(08) VALUE ZEROS.
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.
           02 WKS-NO-RET                PIC 9(03) VALUE ZEROS.
           02 WKS-NO-RET-X REDEFINES WKS-NO-RET
                                        PIC X(03).
           02 WKS-ACCION-AUDIT          PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(41).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 41 BYTES SE RESTAURA
      *   COMPLETA; OTRA LONGITUD SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 41
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY

           EVALUATE TRUE
                WHEN NOT WKS-COM-ROL-ADMIN
                    PERFORM 090-ACCION-NOAUTH
                WHEN EIBCALEN NOT = 41
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    PERFORM 300-ACCION-PF1
                WHEN EIBAID = DFHPF2
                    PERFORM 400-ACCION-PF2
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION CUANDO EL OPERADOR EN SESION NO ES ADMINISTRADOR
       090-ACCION-NOAUTH.
           MOVE ZEROS TO WKS-COM-CARGADO
           SET WKS-MSG-NOAUTH TO TRUE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           MOVE ZEROS TO WKS-COM-CO-CLIENTE
           MOVE ZEROS TO WKS-COM-NO-RET
           MOVE ZEROS TO WKS-COM-CARGADO
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR UNA RETENCION O PREPARAR LA CAPTURA
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE ZEROS TO WKS-COM-CARGADO
           PERFORM 210-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                MOVE EDMC-NOMBRE-CLIENTE TO EDEL5-NOM-CLIENTEO
                PERFORM 220-VALID-FIELD-2
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                IF WKS-NO-RET = ZEROS
                     MOVE 1 TO WKS-COM-CARGADO
                     MOVE ZEROS TO WKS-COM-NO-RET
                     PERFORM 240-LIMPIA-RETENCION
                     SET WKS-MSG-CAPTURA TO TRUE
                     MOVE -1 TO EDEL5-MOTIVOL
                ELSE
                     MOVE WKS-CO-CLIENTE TO EDLG-CO-CLIENTE
                     MOVE WKS-NO-RET     TO EDLG-NO-RETENCION
                     PERFORM 806-EXEC-CICS-READ-LGH
                     EVALUATE TRUE
                          WHEN WKS-EDM4LGH-NORMAL
                               MOVE 2 TO WKS-COM-CARGADO
                               MOVE WKS-NO-RET TO WKS-COM-NO-RET
                               PERFORM 230-MUESTRA-RETENCION
                               SET WKS-MSG-CONSULTADO TO TRUE
                          WHEN WKS-EDM4LGH-NOTOPEN
                               SET WKS-MSG-NOTOPEN TO TRUE
                          WHEN OTHER
                               SET WKS-MSG-RET-NOTFND TO TRUE
                               MOVE DFHRED TO EDEL5-NO-RETC
                               MOVE -1 TO EDEL5-NO-RETL
                     END-EVALUATE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->VALIDA EL CODIGO Y LEE EL MAESTRO. A DIFERENCIA DE OTRAS
      *   PANTALLAS SE ADMITE EL CLIENTE MARCADO PARA ELIMINAR: ES
      *   JUSTO EL QUE LA RETENCION DEBE PROTEGER DE LA PURGA
       210-VALID-FIELD-1.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDEL5-CO-CLIENTEC
           MOVE -1 TO EDEL5-CO-CLIENTEL
           IF EDEL5-CO-CLIENTEI NOT > SPACES
           OR EDEL5-CO-CLIENTEI NOT NUMERO
                SET WKS-MSG-NONUMERIC TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                INITIALIZE WKS-CO-CLIENTE
                INITIALIZE WKS-INDEX
                MOVE 9 TO WKS-AUX
                PERFORM VARYING WKS-INDEX FROM 8 BY -1
                UNTIL WKS-INDEX = ZEROS
                    IF EDEL5-CO-CLIENTEI(WKS-INDEX:1) NOT EQUAL ' '
                        SUBTRACT 1 FROM WKS-AUX
                        MOVE EDEL5-CO-CLIENTEI(WKS-INDEX:1)
                        TO WKS-CO-CLIENTE(WKS-AUX:1)
                    END-IF
                END-PERFORM
                MOVE WKS-CO-CLIENTE TO EDEL5-CO-CLIENTEO
                MOVE WKS-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 807-EXEC-CICS-READ
                EVALUATE TRUE
                     WHEN WKS-EDM4CL-NOTOPEN
                          SET WKS-MSG-NOTOPEN TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN WKS-EDM4CL-NOTFND
                          SET WKS-MSG-NOTFND TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                END-EVALUATE
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDEL5-CO-CLIENTEC
           END-IF.

      *-->NUMERO DE RETENCION: EN BLANCO O CEROS ES CAPTURA NUEVA
       220-VALID-FIELD-2.
           MOVE DFHTURQ TO EDEL5-NO-RETC
           MOVE ZEROS TO WKS-NO-RET
           IF EDEL5-NO-RETI > SPACES
                IF EDEL5-NO-RETI NOT NUMERO
                     SET WKS-MSG-BADRET TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                     MOVE DFHRED TO EDEL5-NO-RETC
                     MOVE -1 TO EDEL5-NO-RETL
                ELSE
                     INITIALIZE WKS-INDEX
                     MOVE 4 TO WKS-AUX
                     PERFORM VARYING WKS-INDEX FROM 3 BY -1
                     UNTIL WKS-INDEX = ZEROS
                         IF EDEL5-NO-RETI(WKS-INDEX:1) NOT EQUAL ' '
                             SUBTRACT 1 FROM WKS-AUX
                             MOVE EDEL5-NO-RETI(WKS-INDEX:1)
                             TO WKS-NO-RET-X(WKS-AUX:1)
                         END-IF
                     END-PERFORM
                END-IF
           END-IF.

      *-->DESPLIEGA LA RETENCION LEIDA Y SU SITUACION
       230-MUESTRA-RETENCION.
           MOVE EDLG-NO-RETENCION  TO EDEL5-NO-RETO
           MOVE EDLG-ESTADO        TO EDEL5-ESTADOO
           MOVE EDLG-MOTIVO        TO EDEL5-MOTIVOO
           MOVE EDLG-CASO          TO EDEL5-CASOO
           MOVE EDLG-FECHA-LIBERACION(7:2) TO EDEL5-LIBERACIONO(1:2)
           MOVE EDLG-FECHA-LIBERACION(5:2) TO EDEL5-LIBERACIONO(3:2)
           MOVE EDLG-FECHA-LIBERACION(1:4) TO EDEL5-LIBERACIONO(5:4)
           MOVE EDLG-OPERADOR-ALTA TO EDEL5-OPER-ALTAO
           MOVE EDLG-FECHA-ALTA    TO WKS-FECHA-AAAAMMDD
           PERFORM 250-FORMATEA-FECHA
           MOVE WKS-FECHA-ED       TO EDEL5-FECHA-ALTAO
           IF EDLG-LIBERADA
                MOVE EDLG-OPERADOR-LIBERA TO EDEL5-OPER-LIBERAO
                MOVE EDLG-FECHA-LIBERA TO WKS-FECHA-AAAAMMDD
                PERFORM 250-FORMATEA-FECHA
                MOVE WKS-FECHA-ED      TO EDEL5-FECHA-LIBERAO
                MOVE "LIBERADA  "      TO EDEL5-SITUACIONO
           ELSE
                MOVE SPACES TO EDEL5-OPER-LIBERAO
                MOVE SPACES TO EDEL5-FECHA-LIBERAO
                IF WKS-FECHA-HOY > EDLG-FECHA-LIBERACION
                     MOVE "VENCIDA   " TO EDEL5-SITUACIONO
                ELSE
                     MOVE "VIGENTE   " TO EDEL5-SITUACIONO
                END-IF
           END-IF.

       240-LIMPIA-RETENCION.
           MOVE SPACES TO EDEL5-NO-RETO
           MOVE SPACES TO EDEL5-ESTADOO
           MOVE SPACES TO EDEL5-MOTIVOO
           MOVE SPACES TO EDEL5-CASOO
           MOVE SPACES TO EDEL5-LIBERACIONO
           MOVE SPACES TO EDEL5-OPER-ALTAO
           MOVE SPACES TO EDEL5-FECHA-ALTAO
           MOVE SPACES TO EDEL5-OPER-LIBERAO
           MOVE SPACES TO EDEL5-FECHA-LIBERAO
           MOVE SPACES TO EDEL5-SITUACIONO.

      *-->AAAAMMDD A DD/MM/AAAA PARA LA PANTALLA
       250-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED.

      *-->REGISTRA UNA RETENCION NUEVA PARA EL CLIENTE PREPARADO
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                MOVE -1 TO EDEL5-CO-CLIENTEL
           ELSE
                PERFORM 310-VALID-CAPTURA
                IF WKS-FLAG-INVALID = ZEROS
                     PERFORM 320-ALTA-RETENCION
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->MOTIVO, CASO Y FECHA DE LIBERACION OBLIGATORIOS (AL LIBERAR
      *   LA FECHA NO SE CAPTURA: QUEDA LA QUE TENIA)
       310-VALID-CAPTURA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDEL5-MOTIVOC
           MOVE DFHTURQ TO EDEL5-CASOC
           MOVE DFHTURQ TO EDEL5-LIBERACIONC
           IF EDEL5-MOTIVOI NOT > SPACES
                SET WKS-MSG-BADMOTIVO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDEL5-MOTIVOC
                MOVE -1 TO EDEL5-MOTIVOL
           ELSE IF EDEL5-CASOI NOT > SPACES
                SET WKS-MSG-BADCASO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDEL5-CASOC
                MOVE -1 TO EDEL5-CASOL
           ELSE IF WKS-FLAG-LIBERA = ZEROS
                PERFORM 315-VALID-LIBERACION
           END-IF.

      *-->FECHA DE LIBERACION DDMMAAAA VALIDA Y POSTERIOR A HOY
       315-VALID-LIBERACION.
           IF EDEL5-LIBERACIONI NOT > SPACES
           OR EDEL5-LIBERACIONI NOT NUMERO
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE "V" TO EDBF-FUNCION
                MOVE EDEL5-LIBERACIONI TO EDBF-FECHA-DDMMAAAA
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-FECHA-INVALIDA
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE "R" TO EDBF-FUNCION
                     CALL "EDID1BFE" USING REG-EDBFE
                     MOVE EDBF-FECHA-AAAAMMDD TO WKS-FECHA-LIBERACION
                     IF WKS-FECHA-LIBERACION NOT > WKS-FECHA-HOY
                          MOVE 1 TO WKS-FLAG-INVALID
                     END-IF
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADLIBERA TO TRUE
                MOVE DFHRED TO EDEL5-LIBERACIONC
                MOVE -1 TO EDEL5-LIBERACIONL
           END-IF.

      *-->SIGUIENTE NUMERO DEL CLIENTE Y ALTA EN ESTADO ACTIVA
       320-ALTA-RETENCION.
           PERFORM 330-SIGUIENTE-RETENCION
           INITIALIZE REG-EDMLGH
           MOVE WKS-COM-CO-CLIENTE   TO EDLG-CO-CLIENTE
           MOVE WKS-NO-RET           TO EDLG-NO-RETENCION
           SET EDLG-ACTIVA           TO TRUE
           MOVE EDEL5-MOTIVOI        TO EDLG-MOTIVO
           MOVE EDEL5-CASOI          TO EDLG-CASO
           MOVE WKS-FECHA-LIBERACION TO EDLG-FECHA-LIBERACION
           MOVE WKS-COM-OPERADOR-ID  TO EDLG-OPERADOR-ALTA
           MOVE WKS-FECHA-HOY        TO EDLG-FECHA-ALTA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDLG-HORA-ALTA
           MOVE WKS-COM-OPERADOR-ID  TO EDLG-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY        TO EDLG-FECHA-ULT-MOV
           PERFORM 808-EXEC-CICS-WRITE-LGH
           IF WKS-EDM4LGH-NORMAL
                MOVE 2 TO WKS-COM-CARGADO
                MOVE WKS-NO-RET TO WKS-COM-NO-RET
                SET WKS-MSG-REGISTRADO TO TRUE
                MOVE "RETENCION"  TO WKS-ACCION-AUDIT
                PERFORM 140-PROCESS-AUDIT
                PERFORM 230-MUESTRA-RETENCION
                MOVE -1 TO EDEL5-ESTADOL
           ELSE IF WKS-EDM4LGH-NOTOPEN
                SET WKS-MSG-NOTOPEN TO TRUE
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->RECORRE LAS RETENCIONES DEL CLIENTE Y TOMA LA ULTIMA + 1
       330-SIGUIENTE-RETENCION.
           MOVE ZEROS TO WKS-NO-RET
           MOVE WKS-COM-CO-CLIENTE TO EDLG-CO-CLIENTE
           MOVE ZEROS              TO EDLG-NO-RETENCION
           PERFORM 810-EXEC-CICS-STARTBR-LGH
           PERFORM UNTIL NOT WKS-EDM4LGH-NORMAL
                PERFORM 811-EXEC-CICS-READNEXT-LGH
                IF WKS-EDM4LGH-NORMAL
                     IF EDLG-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                          SET WKS-EDM4LGH-ENDFILE TO TRUE
                     ELSE
                          MOVE EDLG-NO-RETENCION TO WKS-NO-RET
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 812-EXEC-CICS-ENDBR-LGH
           ADD 1 TO WKS-NO-RET.

      *-->RASTRO EN LA BITACORA DE QUIEN RETUVO, CAMBIO O LIBERO;
      *   EL MOTIVO DE LA BITACORA LLEVA LA REFERENCIA DEL CASO
       140-PROCESS-AUDIT.
           INITIALIZE REG-EDMAUL
           MOVE WKS-COM-CO-CLIENTE          TO EDAU-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDAU-FECHA-MOV
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDAU-HORA-MOV
           MOVE WKS-PROGRAM-NAME            TO EDAU-PROGRAMA
           MOVE WKS-ACCION-AUDIT            TO EDAU-ACCION
           MOVE WKS-COM-OPERADOR-ID         TO EDAU-OPERADOR
           MOVE EIBTRMID                    TO EDAU-TERMINAL
           MOVE EDLG-CASO                   TO EDAU-MOTIVO
           PERFORM 813-EXEC-CICS-WRITE-AUDIT.

      *-->ACTUALIZA O LIBERA LA RETENCION CONSULTADA
       400-ACCION-PF2.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 2
                SET WKS-MSG-SINRET TO TRUE
                MOVE -1 TO EDEL5-NO-RETL
           ELSE
                PERFORM 410-VALID-ACTUALIZA
                IF WKS-FLAG-INVALID = ZEROS
                     MOVE WKS-COM-CO-CLIENTE TO EDLG-CO-CLIENTE
                     MOVE WKS-COM-NO-RET     TO EDLG-NO-RETENCION
                     PERFORM 809-EXEC-CICS-READ-LGH-UPD
                     EVALUATE TRUE
                          WHEN NOT WKS-EDM4LGH-NORMAL
                               SET WKS-MSG-RET-NOTFND TO TRUE
                          WHEN EDLG-LIBERADA
                               PERFORM 816-EXEC-CICS-UNLOCK-LGH
                               PERFORM 230-MUESTRA-RETENCION
                               SET WKS-MSG-YALIBERADA TO TRUE
                          WHEN OTHER
                               PERFORM 420-APLICA-ACTUALIZA
                     END-EVALUATE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ESTADO A/L; MOTIVO Y CASO SIGUEN OBLIGATORIOS. SI QUEDA
      *   ACTIVA LA FECHA DE LIBERACION DEBE SER FUTURA (UNA VENCIDA
      *   SE PRORROGA O SE LIBERA)
       410-VALID-ACTUALIZA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE ZEROS TO WKS-FLAG-LIBERA
           MOVE DFHTURQ TO EDEL5-ESTADOC
           MOVE EDEL5-ESTADOI TO EDLG-ESTADO
           IF NOT EDLG-ESTADO-VALIDO
                SET WKS-MSG-BADESTADO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDEL5-ESTADOC
                MOVE -1 TO EDEL5-ESTADOL
           ELSE
                IF EDLG-LIBERADA
                     MOVE 1 TO WKS-FLAG-LIBERA
                END-IF
                PERFORM 310-VALID-CAPTURA
           END-IF.

       420-APLICA-ACTUALIZA.
           MOVE EDEL5-ESTADOI        TO EDLG-ESTADO
           MOVE EDEL5-MOTIVOI        TO EDLG-MOTIVO
           MOVE EDEL5-CASOI          TO EDLG-CASO
           IF WKS-FLAG-LIBERA = ZEROS
                MOVE WKS-FECHA-LIBERACION TO EDLG-FECHA-LIBERACION
           END-IF
           IF EDLG-LIBERADA
                MOVE WKS-COM-OPERADOR-ID TO EDLG-OPERADOR-LIBERA
                MOVE WKS-FECHA-HOY       TO EDLG-FECHA-LIBERA
                MOVE "LIBERA RETEN"      TO WKS-ACCION-AUDIT
           ELSE
                MOVE "CAMBIO RETEN"      TO WKS-ACCION-AUDIT
           END-IF
           MOVE WKS-COM-OPERADOR-ID TO EDLG-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY       TO EDLG-FECHA-ULT-MOV
           PERFORM 815-EXEC-CICS-REWRITE-LGH
           IF WKS-EDM4LGH-NORMAL
                PERFORM 140-PROCESS-AUDIT
                PERFORM 230-MUESTRA-RETENCION
                IF EDLG-LIBERADA
                     SET WKS-MSG-LIBERADO TO TRUE
                ELSE
                     SET WKS-MSG-ACTUALIZADO TO TRUE
                END-IF
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 817-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDEL5')
                MAPSET('EDEL5')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDEL5')
                MAPSET('EDEL5')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDEL5')
                MAPSET('EDEL5')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDE5')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDEL5')
                MAPSET ('EDEL5')
           END-EXEC.

       806-EXEC-CICS-READ-LGH.
           EXEC CICS READ
               FILE('EDM4LGH')
               INTO(REG-EDMLGH)
               RIDFLD(EDLG-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-LGH.

       807-EXEC-CICS-READ.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       808-EXEC-CICS-WRITE-LGH.
           EXEC CICS WRITE
               FILE('EDM4LGH')
               FROM(REG-EDMLGH)
               RIDFLD(EDLG-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-LGH.

       809-EXEC-CICS-READ-LGH-UPD.
           EXEC CICS READ
               FILE('EDM4LGH')
               INTO(REG-EDMLGH)
               RIDFLD(EDLG-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-LGH.

       810-EXEC-CICS-STARTBR-LGH.
           EXEC CICS STARTBR
               FILE('EDM4LGH')
               RIDFLD(EDLG-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-LGH.

       811-EXEC-CICS-READNEXT-LGH.
           EXEC CICS READNEXT
               FILE('EDM4LGH')
               INTO(REG-EDMLGH)
               RIDFLD(EDLG-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-LGH.

       812-EXEC-CICS-ENDBR-LGH.
           EXEC CICS ENDBR
               FILE('EDM4LGH')
               NOHANDLE
           END-EXEC.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       813-EXEC-CICS-WRITE-AUDIT.
           MOVE WKS-FILE-AUDIT TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

       815-EXEC-CICS-REWRITE-LGH.
           EXEC CICS REWRITE
               FILE('EDM4LGH')
               FROM(REG-EDMLGH)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-LGH.

       816-EXEC-CICS-UNLOCK-LGH.
           EXEC CICS UNLOCK
               FILE('EDM4LGH')
               NOHANDLE
           END-EXEC.

       817-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       898-EVALUATE-DFHRESP-LGH.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4LGH-NORMAL  TO TRUE
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4LGH-NOTOPEN TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4LGH-NOTFND  TO TRUE
                WHEN DFHRESP(ENDFILE) SET WKS-EDM4LGH-ENDFILE TO TRUE
                WHEN OTHER            SET WKS-EDM4LGH-OTRO    TO TRUE
           END-EVALUATE.

       899-EVALUATE-DFHRESP.
           EVALUATE EIBRESP
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4CL-NOTOPEN TO TRUE
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4CL-NORMAL  TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4CL-NOTFND  TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NONUMERIC
                MOVE "CODIGO DE CLIENTE INCORRECTO"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "NO SE ENCONTRO"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "PANTALLA SOLO PARA ADMINISTRADOR"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "ARCHIVO CERRADO"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CAPTURA
                MOVE "CAPTURE LA RETENCION Y PRESIONE PF1"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONSULTADO
                MOVE "PF2=ACTUALIZAR/LIBERAR  PF10=SALIR"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCLIENTE
                MOVE "CONSULTE PRIMERO UN CLIENTE"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-RET-NOTFND
                MOVE "RETENCION NO EXISTE PARA EL CLIENTE"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADRET
                MOVE "NUMERO DE RETENCION INCORRECTO"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADMOTIVO
                MOVE "INDIQUE EL MOTIVO DE LA RETENCION"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCASO
                MOVE "INDIQUE LA REFERENCIA DEL CASO"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADLIBERA
                MOVE "FECHA LIBERACION DDMMAAAA, FUTURA"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADESTADO
                MOVE "ESTADO: A=ACTIVA L=LIBERADA"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-REGISTRADO
                MOVE "RETENCION REGISTRADA"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-ACTUALIZADO
                MOVE "RETENCION ACTUALIZADA"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-LIBERADO
                MOVE "RETENCION LIBERADA"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-YALIBERADA
                MOVE "RETENCION YA LIBERADA, NO SE MODIFICA"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINRET
                MOVE "CONSULTE PRIMERO UNA RETENCION"
                TO EDEL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDEL5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDEL5-OUTPUT-MSGC
                MOVE SPACES   TO EDEL5-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDEL5-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDEL5-TIME-SISO.

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
           MOVE SPACE TO EDEL5I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
