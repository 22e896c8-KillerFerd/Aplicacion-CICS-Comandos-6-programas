      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1ML5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : MANDATOS Y PODERES A TERCEROS POR CLIENTE        *
      * ARCHIVOS    : EDM4CL / EDM4MAN (I/O)                           *
      * ACCION (ES) : ENTER=CONSULTAR PF1=REGISTRAR PF2=ACTUALIZAR     *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * REGISTRO DE QUIEN ESTA AUTORIZADO A ACTUAR POR UN CLIENTE      *
      * (ABOGADO, FAMILIAR, EMPLEADO DE LA EMPRESA) CON PODER:         *
      *   - ENTER CON EL CODIGO DEL OTORGANTE (Y MANDATO EN BLANCO)    *
      *     PREPARA LA CAPTURA; CON NUMERO DE MANDATO LO CONSULTA.     *
      *     SIEMPRE MUESTRA CUANTOS MANDATOS VIGENTES Y VENCIDOS TIENE *
      *   - PF1 REGISTRA EL MANDATO ACTIVO CON EL SIGUIENTE NUMERO DEL *
      *     CLIENTE. EL APODERADO DEBE SER OTRO CLIENTE ACTIVO DE      *
      *     EDM4CL; ALCANCE G/B/C/E, INICIO Y FIN (DDMMAAAA, FIN       *
      *     POSTERIOR AL INICIO Y NO VENCIDO) Y LA REFERENCIA NOTARIAL *
      *     SON OBLIGATORIOS; EL DETALLE SOLO PARA EL ALCANCE ESPECIAL *
      *   - PF2 ACTUALIZA ALCANCE, DETALLE, FECHAS Y REFERENCIA, O LO  *
      *     REVOCA CON ESTADO "R". UN MANDATO REVOCADO O CANCELADO POR *
      *     FALLECIMIENTO (EDID1R49) YA NO SE MODIFICA; OTRO APODERADO *
      *     ES UN MANDATO NUEVO                                        *
      * ALTAS, CAMBIOS Y REVOCACIONES QUEDAN EN LA BITACORA EDM4AUL.   *
      * SE LLEGA CON PF11 DESDE LA CONSULTA EDID1CL5. TRANSID EDM5     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1ML5.
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
       COPY EDML5.

       COPY EDMACL.

       COPY EDMMAN.

       COPY EDMAUL.

       COPY EDBAU.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NOTOPEN        VALUE 1.
           88 WKS-EDM4CL-NOTFND         VALUE 2.
           88 WKS-EDM4CL-NORMAL         VALUE 3.

       01 WKS-EDM4MAN-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4MAN-NOTOPEN       VALUE 1.
           88 WKS-EDM4MAN-NOTFND        VALUE 2.
           88 WKS-EDM4MAN-NORMAL        VALUE 3.
           88 WKS-EDM4MAN-ENDFILE       VALUE 4.
           88 WKS-EDM4MAN-OTRO          VALUE 5.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NONUMERIC    VALUE 2.
                88 WKS-MSG-NOTFND       VALUE 3.
                88 WKS-MSG-NOTOPEN      VALUE 4.
                88 WKS-MSG-CAPTURA      VALUE 5.
                88 WKS-MSG-CONSULTADO   VALUE 6.
                88 WKS-MSG-SINCLIENTE   VALUE 7.
                88 WKS-MSG-MAN-NOTFND   VALUE 8.
                88 WKS-MSG-BADMANDATO   VALUE 9.
                88 WKS-MSG-BADAPODERA   VALUE 10.
                88 WKS-MSG-APO-NOTFND   VALUE 11.
                88 WKS-MSG-APO-MISMO    VALUE 12.
                88 WKS-MSG-BADALCANCE   VALUE 13.
                88 WKS-MSG-BADDETALLE   VALUE 14.
                88 WKS-MSG-BADINICIO    VALUE 15.
                88 WKS-MSG-BADFIN       VALUE 16.
                88 WKS-MSG-BADNOTARIAL  VALUE 17.
                88 WKS-MSG-BADESTADO    VALUE 18.
                88 WKS-MSG-REGISTRADO   VALUE 19.
                88 WKS-MSG-ACTUALIZADO  VALUE 20.
                88 WKS-MSG-REVOCADO     VALUE 21.
                88 WKS-MSG-YABAJA       VALUE 22.
                88 WKS-MSG-SINMANDATO   VALUE 23.
                88 WKS-MSG-ELIMINADO    VALUE 24.
                88 WKS-MSG-UNKERROR     VALUE 25.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-REVOCA           PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1ML5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-FILE-AUDIT            PIC X(08) VALUE "EDM4AUL ".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-CO-CLIENTE    PIC 9(08).
               03 WKS-COM-NO-MAN        PIC 9(03).
      *-->0 = NADA CARGADO, 1 = CLIENTE LISTO PARA CAPTURA,
      *   2 = MANDATO CONSULTADO
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
           02 WKS-FECHA-INICIO          PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-FIN             PIC 9(08) VALUE ZEROS.
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.
           02 WKS-CO-APODERADO          PIC 9(08) VALUE ZEROS.
           02 WKS-NO-MAN                PIC 9(03) VALUE ZEROS.
           02 WKS-NO-MAN-X REDEFINES WKS-NO-MAN
                                        PIC X(03).
           02 WKS-ULT-MAN               PIC 9(03) VALUE ZEROS.
           02 WKS-TOTAL-VIGENTES        PIC 9(03) VALUE ZEROS.
           02 WKS-TOTAL-VENCIDOS        PIC 9(03) VALUE ZEROS.
           02 WKS-ACCION-AUDIT          PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(41).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 41 BYTES SE RESTAURA
      *   COMPLETA; OTRA LONGITUD, COMO LA DE EDID1CL5, SOLO APORTA
      *   LA SESION EDCOM)
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

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           MOVE ZEROS TO WKS-COM-CO-CLIENTE
           MOVE ZEROS TO WKS-COM-NO-MAN
           MOVE ZEROS TO WKS-COM-CARGADO
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR UN MANDATO O PREPARAR LA CAPTURA
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE ZEROS TO WKS-COM-CARGADO
           PERFORM 210-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                MOVE EDMC-NOMBRE-CLIENTE TO EDML5-NOM-CLIENTEO
                PERFORM 260-RESUMEN-MANDATOS
                PERFORM 220-VALID-FIELD-2
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                IF WKS-NO-MAN = ZEROS
                     MOVE 1 TO WKS-COM-CARGADO
                     MOVE ZEROS TO WKS-COM-NO-MAN
                     PERFORM 240-LIMPIA-MANDATO
                     SET WKS-MSG-CAPTURA TO TRUE
                     MOVE -1 TO EDML5-APODERADOL
                ELSE
                     MOVE WKS-CO-CLIENTE TO EDMD-CO-CLIENTE
                     MOVE WKS-NO-MAN     TO EDMD-NO-MANDATO
                     PERFORM 806-EXEC-CICS-READ-MAN
                     EVALUATE TRUE
                          WHEN WKS-EDM4MAN-NORMAL
                               MOVE 2 TO WKS-COM-CARGADO
                               MOVE WKS-NO-MAN TO WKS-COM-NO-MAN
                               PERFORM 230-MUESTRA-MANDATO
                               SET WKS-MSG-CONSULTADO TO TRUE
                          WHEN WKS-EDM4MAN-NOTOPEN
                               SET WKS-MSG-NOTOPEN TO TRUE
                          WHEN OTHER
                               SET WKS-MSG-MAN-NOTFND TO TRUE
                               MOVE DFHRED TO EDML5-NO-MANDATOC
                               MOVE -1 TO EDML5-NO-MANDATOL
                     END-EVALUATE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->VALIDA EL CODIGO DEL OTORGANTE Y LEE EL MAESTRO. SE
      *   CONSULTA TAMBIEN EL CLIENTE MARCADO PARA ELIMINAR (SUS
      *   MANDATOS SIGUEN A LA VISTA), PERO NO SE LE REGISTRAN NUEVOS
       210-VALID-FIELD-1.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDML5-CO-CLIENTEC
           MOVE -1 TO EDML5-CO-CLIENTEL
           IF EDML5-CO-CLIENTEI NOT > SPACES
           OR EDML5-CO-CLIENTEI NOT NUMERO
                SET WKS-MSG-NONUMERIC TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                INITIALIZE WKS-CO-CLIENTE
                INITIALIZE WKS-INDEX
                MOVE 9 TO WKS-AUX
                PERFORM VARYING WKS-INDEX FROM 8 BY -1
                UNTIL WKS-INDEX = ZEROS
                    IF EDML5-CO-CLIENTEI(WKS-INDEX:1) NOT EQUAL ' '
                        SUBTRACT 1 FROM WKS-AUX
                        MOVE EDML5-CO-CLIENTEI(WKS-INDEX:1)
                        TO WKS-CO-CLIENTE(WKS-AUX:1)
                    END-IF
                END-PERFORM
                MOVE WKS-CO-CLIENTE TO EDML5-CO-CLIENTEO
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
                MOVE DFHRED TO EDML5-CO-CLIENTEC
           END-IF.

      *-->NUMERO DE MANDATO: EN BLANCO O CEROS ES CAPTURA NUEVA
       220-VALID-FIELD-2.
           MOVE DFHTURQ TO EDML5-NO-MANDATOC
           MOVE ZEROS TO WKS-NO-MAN
           IF EDML5-NO-MANDATOI > SPACES
                IF EDML5-NO-MANDATOI NOT NUMERO
                     SET WKS-MSG-BADMANDATO TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                     MOVE DFHRED TO EDML5-NO-MANDATOC
                     MOVE -1 TO EDML5-NO-MANDATOL
                ELSE
                     INITIALIZE WKS-INDEX
                     MOVE 4 TO WKS-AUX
                     PERFORM VARYING WKS-INDEX FROM 3 BY -1
                     UNTIL WKS-INDEX = ZEROS
                         IF EDML5-NO-MANDATOI(WKS-INDEX:1) NOT EQUAL ' '
                             SUBTRACT 1 FROM WKS-AUX
                             MOVE EDML5-NO-MANDATOI(WKS-INDEX:1)
                             TO WKS-NO-MAN-X(WKS-AUX:1)
                         END-IF
                     END-PERFORM
                END-IF
           END-IF.

      *-->DESPLIEGA EL MANDATO LEIDO, EL NOMBRE DEL APODERADO Y SU
      *   SITUACION A LA FECHA
       230-MUESTRA-MANDATO.
           MOVE EDMD-NO-MANDATO    TO EDML5-NO-MANDATOO
           MOVE EDMD-CO-APODERADO  TO EDML5-APODERADOO
           MOVE EDMD-CO-APODERADO  TO EDMC-LLAVE
           PERFORM 807-EXEC-CICS-READ
           IF WKS-EDM4CL-NORMAL
                MOVE EDMC-NOMBRE-CLIENTE TO EDML5-NOM-APODERADOO
           ELSE
                MOVE SPACES TO EDML5-NOM-APODERADOO
           END-IF
           MOVE EDMD-ALCANCE       TO EDML5-ALCANCEO
           MOVE EDMD-DETALLE       TO EDML5-DETALLEO
           MOVE EDMD-FECHA-INICIO(7:2) TO EDML5-INICIOO(1:2)
           MOVE EDMD-FECHA-INICIO(5:2) TO EDML5-INICIOO(3:2)
           MOVE EDMD-FECHA-INICIO(1:4) TO EDML5-INICIOO(5:4)
           MOVE EDMD-FECHA-FIN(7:2) TO EDML5-FINO(1:2)
           MOVE EDMD-FECHA-FIN(5:2) TO EDML5-FINO(3:2)
           MOVE EDMD-FECHA-FIN(1:4) TO EDML5-FINO(5:4)
           MOVE EDMD-DOC-NOTARIAL  TO EDML5-NOTARIALO
           MOVE EDMD-ESTADO        TO EDML5-ESTADOO
           MOVE EDMD-OPERADOR-ALTA TO EDML5-OPER-ALTAO
           MOVE EDMD-FECHA-ALTA    TO WKS-FECHA-AAAAMMDD
           PERFORM 250-FORMATEA-FECHA
           MOVE WKS-FECHA-ED       TO EDML5-FECHA-ALTAO
           IF EDMD-ACTIVO
                MOVE SPACES TO EDML5-OPER-BAJAO
                MOVE SPACES TO EDML5-FECHA-BAJAO
                MOVE SPACES TO EDML5-MOTIVO-BAJAO
                EVALUATE TRUE
                     WHEN WKS-FECHA-HOY > EDMD-FECHA-FIN
                          MOVE "VENCIDO   " TO EDML5-SITUACIONO
                     WHEN WKS-FECHA-HOY < EDMD-FECHA-INICIO
                          MOVE "POR INICIO" TO EDML5-SITUACIONO
                     WHEN OTHER
                          MOVE "VIGENTE   " TO EDML5-SITUACIONO
                END-EVALUATE
           ELSE
                MOVE EDMD-OPERADOR-BAJA TO EDML5-OPER-BAJAO
                MOVE EDMD-FECHA-BAJA TO WKS-FECHA-AAAAMMDD
                PERFORM 250-FORMATEA-FECHA
                MOVE WKS-FECHA-ED      TO EDML5-FECHA-BAJAO
                MOVE EDMD-MOTIVO-BAJA  TO EDML5-MOTIVO-BAJAO
                IF EDMD-REVOCADO
                     MOVE "REVOCADO  " TO EDML5-SITUACIONO
                ELSE
                     MOVE "CANCELADO " TO EDML5-SITUACIONO
                END-IF
           END-IF.

       240-LIMPIA-MANDATO.
           MOVE SPACES TO EDML5-NO-MANDATOO
           MOVE SPACES TO EDML5-APODERADOO
           MOVE SPACES TO EDML5-NOM-APODERADOO
           MOVE SPACES TO EDML5-ALCANCEO
           MOVE SPACES TO EDML5-DETALLEO
           MOVE SPACES TO EDML5-INICIOO
           MOVE SPACES TO EDML5-FINO
           MOVE SPACES TO EDML5-NOTARIALO
           MOVE SPACES TO EDML5-ESTADOO
           MOVE SPACES TO EDML5-OPER-ALTAO
           MOVE SPACES TO EDML5-FECHA-ALTAO
           MOVE SPACES TO EDML5-OPER-BAJAO
           MOVE SPACES TO EDML5-FECHA-BAJAO
           MOVE SPACES TO EDML5-MOTIVO-BAJAO
           MOVE SPACES TO EDML5-SITUACIONO.

      *-->AAAAMMDD A DD/MM/AAAA PARA LA PANTALLA
       250-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED.

      *-->RECORRE LOS MANDATOS DEL OTORGANTE: CUENTA LOS ACTIVOS
      *   VIGENTES Y LOS YA VENCIDOS Y DEJA EL ULTIMO NUMERO USADO
       260-RESUMEN-MANDATOS.
           MOVE ZEROS TO WKS-ULT-MAN
           MOVE ZEROS TO WKS-TOTAL-VIGENTES
           MOVE ZEROS TO WKS-TOTAL-VENCIDOS
           MOVE WKS-COM-CO-CLIENTE TO EDMD-CO-CLIENTE
           MOVE ZEROS              TO EDMD-NO-MANDATO
           PERFORM 810-EXEC-CICS-STARTBR-MAN
           PERFORM UNTIL NOT WKS-EDM4MAN-NORMAL
                PERFORM 811-EXEC-CICS-READNEXT-MAN
                IF WKS-EDM4MAN-NORMAL
                     IF EDMD-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                          SET WKS-EDM4MAN-ENDFILE TO TRUE
                     ELSE
                          MOVE EDMD-NO-MANDATO TO WKS-ULT-MAN
                          IF EDMD-ACTIVO
                               IF WKS-FECHA-HOY > EDMD-FECHA-FIN
                                    ADD 1 TO WKS-TOTAL-VENCIDOS
                               ELSE
                                    ADD 1 TO WKS-TOTAL-VIGENTES
                               END-IF
                          END-IF
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 812-EXEC-CICS-ENDBR-MAN
           MOVE WKS-TOTAL-VIGENTES TO EDML5-VIGENTESO
           MOVE WKS-TOTAL-VENCIDOS TO EDML5-VENCIDOSO.

      *-->REGISTRA UN MANDATO NUEVO PARA EL OTORGANTE PREPARADO
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                MOVE -1 TO EDML5-CO-CLIENTEL
           ELSE
                MOVE WKS-COM-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 807-EXEC-CICS-READ
                EVALUATE TRUE
                     WHEN NOT WKS-EDM4CL-NORMAL
                          SET WKS-MSG-NOTFND TO TRUE
                          MOVE -1 TO EDML5-CO-CLIENTEL
                     WHEN EDMC-MARCA-ELIMINADO NOT = SPACES
                          SET WKS-MSG-ELIMINADO TO TRUE
                          MOVE -1 TO EDML5-CO-CLIENTEL
                     WHEN OTHER
                          PERFORM 305-VALID-APODERADO
                          IF WKS-FLAG-INVALID = ZEROS
                               PERFORM 310-VALID-CAPTURA
                          END-IF
                          IF WKS-FLAG-INVALID = ZEROS
                               PERFORM 320-ALTA-MANDATO
                          END-IF
                END-EVALUATE
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->EL APODERADO ES UN CLIENTE DE EDM4CL, ACTIVO Y DISTINTO
      *   DEL OTORGANTE
       305-VALID-APODERADO.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDML5-APODERADOC
           IF EDML5-APODERADOI NOT > SPACES
           OR EDML5-APODERADOI NOT NUMERO
                SET WKS-MSG-BADAPODERA TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                INITIALIZE WKS-CO-APODERADO
                INITIALIZE WKS-INDEX
                MOVE 9 TO WKS-AUX
                PERFORM VARYING WKS-INDEX FROM 8 BY -1
                UNTIL WKS-INDEX = ZEROS
                    IF EDML5-APODERADOI(WKS-INDEX:1) NOT EQUAL ' '
                        SUBTRACT 1 FROM WKS-AUX
                        MOVE EDML5-APODERADOI(WKS-INDEX:1)
                        TO WKS-CO-APODERADO(WKS-AUX:1)
                    END-IF
                END-PERFORM
                MOVE WKS-CO-APODERADO TO EDML5-APODERADOO
                IF WKS-CO-APODERADO = WKS-COM-CO-CLIENTE
                     SET WKS-MSG-APO-MISMO TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE WKS-CO-APODERADO TO EDMC-LLAVE
                     PERFORM 807-EXEC-CICS-READ
                     IF NOT WKS-EDM4CL-NORMAL
                     OR EDMC-MARCA-ELIMINADO NOT = SPACES
                          SET WKS-MSG-APO-NOTFND TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE
                          MOVE EDMC-NOMBRE-CLIENTE
                            TO EDML5-NOM-APODERADOO
                     END-IF
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE SPACES TO EDML5-NOM-APODERADOO
                MOVE DFHRED TO EDML5-APODERADOC
                MOVE -1 TO EDML5-APODERADOL
           END-IF.

      *-->ALCANCE, FECHAS Y REFERENCIA NOTARIAL OBLIGATORIOS; EL
      *   DETALLE SOLO PARA EL PODER ESPECIAL. AL REVOCAR NO SE
      *   VUELVEN A VALIDAR LAS FECHAS: QUEDAN LAS QUE TENIA
       310-VALID-CAPTURA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDML5-ALCANCEC
           MOVE DFHTURQ TO EDML5-DETALLEC
           MOVE DFHTURQ TO EDML5-NOTARIALC
           MOVE EDML5-ALCANCEI TO EDMD-ALCANCE
           IF NOT EDMD-ALCANCE-VALIDO
                SET WKS-MSG-BADALCANCE TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDML5-ALCANCEC
                MOVE -1 TO EDML5-ALCANCEL
           ELSE IF EDMD-ALC-ESPECIAL
           AND EDML5-DETALLEI NOT > SPACES
                SET WKS-MSG-BADDETALLE TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDML5-DETALLEC
                MOVE -1 TO EDML5-DETALLEL
           ELSE IF EDML5-NOTARIALI NOT > SPACES
                SET WKS-MSG-BADNOTARIAL TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDML5-NOTARIALC
                MOVE -1 TO EDML5-NOTARIALL
           ELSE IF WKS-FLAG-REVOCA = ZEROS
                PERFORM 315-VALID-FECHAS
           END-IF.

      *-->INICIO Y FIN DDMMAAAA VALIDOS, FIN POSTERIOR AL INICIO Y
      *   NO VENCIDO (UN PODER YA VENCIDO NO SE REGISTRA NI PRORROGA
      *   HACIA ATRAS)
       315-VALID-FECHAS.
           MOVE DFHTURQ TO EDML5-INICIOC
           MOVE DFHTURQ TO EDML5-FINC
           IF EDML5-INICIOI NOT > SPACES
           OR EDML5-INICIOI NOT NUMERO
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE "V" TO EDBF-FUNCION
                MOVE EDML5-INICIOI TO EDBF-FECHA-DDMMAAAA
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-FECHA-INVALIDA
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE "R" TO EDBF-FUNCION
                     CALL "EDID1BFE" USING REG-EDBFE
                     MOVE EDBF-FECHA-AAAAMMDD TO WKS-FECHA-INICIO
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADINICIO TO TRUE
                MOVE DFHRED TO EDML5-INICIOC
                MOVE -1 TO EDML5-INICIOL
           ELSE
                PERFORM 316-VALID-FIN
           END-IF.

       316-VALID-FIN.
           IF EDML5-FINI NOT > SPACES
           OR EDML5-FINI NOT NUMERO
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE "V" TO EDBF-FUNCION
                MOVE EDML5-FINI TO EDBF-FECHA-DDMMAAAA
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-FECHA-INVALIDA
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE "R" TO EDBF-FUNCION
                     CALL "EDID1BFE" USING REG-EDBFE
                     MOVE EDBF-FECHA-AAAAMMDD TO WKS-FECHA-FIN
                     IF WKS-FECHA-FIN NOT > WKS-FECHA-INICIO
                     OR WKS-FECHA-FIN < WKS-FECHA-HOY
                          MOVE 1 TO WKS-FLAG-INVALID
                     END-IF
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADFIN TO TRUE
                MOVE DFHRED TO EDML5-FINC
                MOVE -1 TO EDML5-FINL
           END-IF.

      *-->SIGUIENTE NUMERO DEL OTORGANTE Y ALTA EN ESTADO ACTIVO
       320-ALTA-MANDATO.
           PERFORM 260-RESUMEN-MANDATOS
           COMPUTE WKS-NO-MAN = WKS-ULT-MAN + 1
           INITIALIZE REG-EDMMAN
           MOVE WKS-COM-CO-CLIENTE   TO EDMD-CO-CLIENTE
           MOVE WKS-NO-MAN           TO EDMD-NO-MANDATO
           MOVE WKS-CO-APODERADO     TO EDMD-CO-APODERADO
           MOVE EDML5-ALCANCEI       TO EDMD-ALCANCE
           MOVE EDML5-DETALLEI       TO EDMD-DETALLE
           MOVE WKS-FECHA-INICIO     TO EDMD-FECHA-INICIO
           MOVE WKS-FECHA-FIN        TO EDMD-FECHA-FIN
           MOVE EDML5-NOTARIALI      TO EDMD-DOC-NOTARIAL
           SET EDMD-ACTIVO           TO TRUE
           MOVE WKS-COM-OPERADOR-ID  TO EDMD-OPERADOR-ALTA
           MOVE WKS-FECHA-HOY        TO EDMD-FECHA-ALTA
           MOVE WKS-COM-OPERADOR-ID  TO EDMD-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY        TO EDMD-FECHA-ULT-MOV
           PERFORM 808-EXEC-CICS-WRITE-MAN
           IF WKS-EDM4MAN-NORMAL
                MOVE 2 TO WKS-COM-CARGADO
                MOVE WKS-NO-MAN TO WKS-COM-NO-MAN
                SET WKS-MSG-REGISTRADO TO TRUE
                MOVE "MANDATO"    TO WKS-ACCION-AUDIT
                PERFORM 140-PROCESS-AUDIT
                PERFORM 230-MUESTRA-MANDATO
                PERFORM 260-RESUMEN-MANDATOS
                MOVE -1 TO EDML5-ESTADOL
           ELSE IF WKS-EDM4MAN-NOTOPEN
                SET WKS-MSG-NOTOPEN TO TRUE
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->RASTRO EN LA BITACORA DE QUIEN REGISTRO, CAMBIO O REVOCO
      *   EL PODER; EL MOTIVO LLEVA LA REFERENCIA NOTARIAL
       140-PROCESS-AUDIT.
           INITIALIZE REG-EDMAUL
           MOVE WKS-COM-CO-CLIENTE          TO EDAU-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDAU-FECHA-MOV
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDAU-HORA-MOV
           MOVE WKS-PROGRAM-NAME            TO EDAU-PROGRAMA
           MOVE WKS-ACCION-AUDIT            TO EDAU-ACCION
           MOVE WKS-COM-OPERADOR-ID         TO EDAU-OPERADOR
           MOVE EIBTRMID                    TO EDAU-TERMINAL
           MOVE EDMD-DOC-NOTARIAL           TO EDAU-MOTIVO
           PERFORM 813-EXEC-CICS-WRITE-AUDIT.

      *-->ACTUALIZA O REVOCA EL MANDATO CONSULTADO
       400-ACCION-PF2.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 2
                SET WKS-MSG-SINMANDATO TO TRUE
                MOVE -1 TO EDML5-NO-MANDATOL
           ELSE
                PERFORM 410-VALID-ACTUALIZA
                IF WKS-FLAG-INVALID = ZEROS
                     MOVE WKS-COM-CO-CLIENTE TO EDMD-CO-CLIENTE
                     MOVE WKS-COM-NO-MAN     TO EDMD-NO-MANDATO
                     PERFORM 809-EXEC-CICS-READ-MAN-UPD
                     EVALUATE TRUE
                          WHEN NOT WKS-EDM4MAN-NORMAL
                               SET WKS-MSG-MAN-NOTFND TO TRUE
                          WHEN NOT EDMD-ACTIVO
                               PERFORM 816-EXEC-CICS-UNLOCK-MAN
                               PERFORM 230-MUESTRA-MANDATO
                               SET WKS-MSG-YABAJA TO TRUE
                          WHEN OTHER
                               PERFORM 420-APLICA-ACTUALIZA
                     END-EVALUATE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ESTADO A/R; ALCANCE Y REFERENCIA SIGUEN OBLIGATORIOS. SI
      *   QUEDA ACTIVO LAS FECHAS SE VALIDAN COMO EN EL ALTA
       410-VALID-ACTUALIZA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE ZEROS TO WKS-FLAG-REVOCA
           MOVE DFHTURQ TO EDML5-ESTADOC
           MOVE EDML5-ESTADOI TO EDMD-ESTADO
           IF NOT EDMD-ESTADO-VALIDO
                SET WKS-MSG-BADESTADO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDML5-ESTADOC
                MOVE -1 TO EDML5-ESTADOL
           ELSE
                IF EDMD-REVOCADO
                     MOVE 1 TO WKS-FLAG-REVOCA
                END-IF
                PERFORM 310-VALID-CAPTURA
           END-IF.

       420-APLICA-ACTUALIZA.
           MOVE EDML5-ESTADOI        TO EDMD-ESTADO
           MOVE EDML5-ALCANCEI       TO EDMD-ALCANCE
           MOVE EDML5-DETALLEI       TO EDMD-DETALLE
           MOVE EDML5-NOTARIALI      TO EDMD-DOC-NOTARIAL
           IF WKS-FLAG-REVOCA = ZEROS
                MOVE WKS-FECHA-INICIO TO EDMD-FECHA-INICIO
                MOVE WKS-FECHA-FIN    TO EDMD-FECHA-FIN
           END-IF
           IF EDMD-REVOCADO
                MOVE WKS-COM-OPERADOR-ID TO EDMD-OPERADOR-BAJA
                MOVE WKS-FECHA-HOY       TO EDMD-FECHA-BAJA
                MOVE "REVOCADO POR CLIENTE" TO EDMD-MOTIVO-BAJA
                MOVE "REVOCA MANDA"      TO WKS-ACCION-AUDIT
           ELSE
                MOVE "CAMBIO MANDA"      TO WKS-ACCION-AUDIT
           END-IF
           MOVE WKS-COM-OPERADOR-ID TO EDMD-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY       TO EDMD-FECHA-ULT-MOV
           PERFORM 815-EXEC-CICS-REWRITE-MAN
           IF WKS-EDM4MAN-NORMAL
                PERFORM 140-PROCESS-AUDIT
                PERFORM 230-MUESTRA-MANDATO
                IF EDMD-REVOCADO
                     SET WKS-MSG-REVOCADO TO TRUE
                ELSE
                     SET WKS-MSG-ACTUALIZADO TO TRUE
                END-IF
                PERFORM 260-RESUMEN-MANDATOS
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
                MAP('EDML5')
                MAPSET('EDML5')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDML5')
                MAPSET('EDML5')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDML5')
                MAPSET('EDML5')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDM5')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDML5')
                MAPSET ('EDML5')
           END-EXEC.

       806-EXEC-CICS-READ-MAN.
           EXEC CICS READ
               FILE('EDM4MAN')
               INTO(REG-EDMMAN)
               RIDFLD(EDMD-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-MAN.

       807-EXEC-CICS-READ.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       808-EXEC-CICS-WRITE-MAN.
           EXEC CICS WRITE
               FILE('EDM4MAN')
               FROM(REG-EDMMAN)
               RIDFLD(EDMD-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-MAN.

       809-EXEC-CICS-READ-MAN-UPD.
           EXEC CICS READ
               FILE('EDM4MAN')
               INTO(REG-EDMMAN)
               RIDFLD(EDMD-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-MAN.

       810-EXEC-CICS-STARTBR-MAN.
           EXEC CICS STARTBR
               FILE('EDM4MAN')
               RIDFLD(EDMD-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-MAN.

       811-EXEC-CICS-READNEXT-MAN.
           EXEC CICS READNEXT
               FILE('EDM4MAN')
               INTO(REG-EDMMAN)
               RIDFLD(EDMD-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-MAN.

       812-EXEC-CICS-ENDBR-MAN.
           EXEC CICS ENDBR
               FILE('EDM4MAN')
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

       815-EXEC-CICS-REWRITE-MAN.
           EXEC CICS REWRITE
               FILE('EDM4MAN')
               FROM(REG-EDMMAN)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-MAN.

       816-EXEC-CICS-UNLOCK-MAN.
           EXEC CICS UNLOCK
               FILE('EDM4MAN')
               NOHANDLE
           END-EXEC.

       817-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       898-EVALUATE-DFHRESP-MAN.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4MAN-NORMAL  TO TRUE
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4MAN-NOTOPEN TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4MAN-NOTFND  TO TRUE
                WHEN DFHRESP(ENDFILE) SET WKS-EDM4MAN-ENDFILE TO TRUE
                WHEN OTHER            SET WKS-EDM4MAN-OTRO    TO TRUE
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
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NONUMERIC
                MOVE "CODIGO DE CLIENTE INCORRECTO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "NO SE ENCONTRO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "ARCHIVO CERRADO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CAPTURA
                MOVE "CAPTURE EL MANDATO Y PRESIONE PF1"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONSULTADO
                MOVE "PF2=ACTUALIZAR/REVOCAR  PF10=SALIR"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCLIENTE
                MOVE "CONSULTE PRIMERO UN CLIENTE"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-MAN-NOTFND
                MOVE "MANDATO NO EXISTE PARA EL CLIENTE"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADMANDATO
                MOVE "NUMERO DE MANDATO INCORRECTO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADAPODERA
                MOVE "CODIGO DE APODERADO INCORRECTO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-APO-NOTFND
                MOVE "APODERADO NO EXISTE O NO ESTA ACTIVO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-APO-MISMO
                MOVE "EL APODERADO NO PUEDE SER EL OTORGANTE"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADALCANCE
                MOVE "ALCANCE: G=GRAL B=BANC C=CONS E=ESPEC"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADDETALLE
                MOVE "DESCRIBA EL PODER ESPECIAL EN DETALLE"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADINICIO
                MOVE "FECHA INICIO DDMMAAAA"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADFIN
                MOVE "FECHA FIN DDMMAAAA, > INICIO, NO VENCIDA"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADNOTARIAL
                MOVE "INDIQUE LA REFERENCIA NOTARIAL"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADESTADO
                MOVE "ESTADO: A=ACTIVO R=REVOCADO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-REGISTRADO
                MOVE "MANDATO REGISTRADO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-ACTUALIZADO
                MOVE "MANDATO ACTUALIZADO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-REVOCADO
                MOVE "MANDATO REVOCADO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-YABAJA
                MOVE "MANDATO DADO DE BAJA, NO SE MODIFICA"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINMANDATO
                MOVE "CONSULTE PRIMERO UN MANDATO"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-ELIMINADO
                MOVE "CLIENTE MARCADO PARA ELIMINAR"
                TO EDML5-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDML5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDML5-OUTPUT-MSGC
                MOVE SPACES   TO EDML5-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDML5-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDML5-TIME-SISO.

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
           MOVE SPACE TO EDML5I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
