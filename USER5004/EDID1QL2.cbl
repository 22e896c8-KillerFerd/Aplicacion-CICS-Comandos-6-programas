      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1QL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : CAPTURA Y SEGUIMIENTO DE CASOS DE QUEJA          *
      * ARCHIVOS    : EDM4CL / EDM4CAS (I/O) / EDM4CAL / EDM4PRF       *
      * ACCION (ES) : ENTER=CONSULTAR PF1=REGISTRAR PF2=ACTUALIZAR     *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * EXPEDIENTE DE QUEJAS Y CASOS DE SERVICIO DEL CLIENTE:         *
      *   - ENTER CON EL CODIGO DE CLIENTE (Y CASO EN BLANCO) PREPARA *
      *     LA CAPTURA; CON NUMERO DE CASO LO CONSULTA                *
      *   - PF1 REGISTRA EL CASO NUEVO CON EL SIGUIENTE NUMERO DEL    *
      *     CLIENTE, ESTADO ABIERTO Y FECHA LIMITE EN DIAS HABILES    *
      *     SEGUN LA CATEGORIA (SIN SABADOS, DOMINGOS NI FECHAS DEL   *
      *     CALENDARIO EDM4CAL)                                       *
      *   - PF2 ACTUALIZA ESTADO, ASIGNADO Y RESOLUCION; AL PASAR A   *
      *     RESUELTO QUEDAN LA FECHA Y EL OPERADOR QUE LO RESOLVIO Y  *
      *     EL CASO YA NO SE MODIFICA                                 *
      * EL OPERADOR ASIGNADO DEBE EXISTIR EN EDM4PRF; EN BLANCO SE    *
      * ASIGNA A QUIEN CAPTURA. TRANSID EDQJ, VIA OPCION DE MENU EN   *
      * EDM4MNU                                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1QL2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9' ' '.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDQL2.

       COPY EDMACL.

       COPY EDMCAS.

       COPY EDMCAL.

       COPY EDMPRF.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NOTOPEN        VALUE 1.
           88 WKS-EDM4CL-NOTFND         VALUE 2.
           88 WKS-EDM4CL-NORMAL         VALUE 3.

       01 WKS-EDM4CAS-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4CAS-NOTOPEN       VALUE 1.
           88 WKS-EDM4CAS-NOTFND        VALUE 2.
           88 WKS-EDM4CAS-NORMAL        VALUE 3.
           88 WKS-EDM4CAS-ENDFILE       VALUE 4.
           88 WKS-EDM4CAS-OTRO          VALUE 5.

       01 WKS-EDM4CAL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4CAL-NORMAL        VALUE 1.
           88 WKS-EDM4CAL-NOTFND        VALUE 2.

       01 WKS-EDM4PRF-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4PRF-NORMAL        VALUE 1.
           88 WKS-EDM4PRF-NOTFND        VALUE 2.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NONUMERIC    VALUE 2.
                88 WKS-MSG-NOTFND       VALUE 3.
                88 WKS-MSG-ELIMINADO    VALUE 4.
                88 WKS-MSG-NOTOPEN      VALUE 5.
                88 WKS-MSG-CAPTURA      VALUE 6.
                88 WKS-MSG-CONSULTADO   VALUE 7.
                88 WKS-MSG-SINCLIENTE   VALUE 8.
                88 WKS-MSG-CASO-NOTFND  VALUE 9.
                88 WKS-MSG-BADCASO      VALUE 10.
                88 WKS-MSG-BADCATEG     VALUE 11.
                88 WKS-MSG-BADCANAL     VALUE 12.
                88 WKS-MSG-BADDESCRIP   VALUE 13.
                88 WKS-MSG-BADASIGNA    VALUE 14.
                88 WKS-MSG-BADESTADO    VALUE 15.
                88 WKS-MSG-SINRESOL     VALUE 16.
                88 WKS-MSG-REGISTRADO   VALUE 17.
                88 WKS-MSG-ACTUALIZADO  VALUE 18.
                88 WKS-MSG-YARESUELTO   VALUE 19.
                88 WKS-MSG-SINCASO      VALUE 20.
                88 WKS-MSG-UNKERROR     VALUE 21.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1QL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-CO-CLIENTE    PIC 9(08).
               03 WKS-COM-NO-CASO       PIC 9(05).
      *-->0 = NADA CARGADO, 1 = CLIENTE LISTO PARA CAPTURA,
      *   2 = CASO CONSULTADO
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
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.
           02 WKS-NO-CASO               PIC 9(05) VALUE ZEROS.
           02 WKS-NO-CASO-X REDEFINES WKS-NO-CASO
                                        PIC X(05).

      *-->PLAZO DE RESPUESTA EN DIAS HABILES POR CATEGORIA
       01 WKS-TABLES.
           02 WKS-PLAZOS                PIC X(30)
           VALUE "CO015AT015PR015FR010DP010OT015".
           02 WKS-PLAZOS-TABLE REDEFINES WKS-PLAZOS OCCURS 6.
                03 WKS-PLZ-CATEGORIA    PIC X(02).
                03 WKS-PLZ-DIAS         PIC 9(03).

      *-->CALCULO DE LA FECHA LIMITE EN DIAS HABILES
       01 WKS-CALENDARIO.
           02 WKS-CAL-FECHA             PIC 9(08) VALUE ZEROS.
           02 WKS-CAL-ENTERO            PIC 9(07) VALUE ZEROS.
           02 WKS-CAL-DIA-SEM           PIC 9(01) VALUE ZEROS.
           02 WKS-CAL-CONTADOS          PIC 9(03) VALUE ZEROS.
           02 WKS-CAL-PLAZO             PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(43).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 43 BYTES SE RESTAURA
      *   COMPLETA; OTRA LONGITUD SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 43
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY

           EVALUATE TRUE
                WHEN EIBCALEN NOT = 43
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
           MOVE ZEROS TO WKS-COM-NO-CASO
           MOVE ZEROS TO WKS-COM-CARGADO
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR UN CASO O PREPARAR LA CAPTURA
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE ZEROS TO WKS-COM-CARGADO
           PERFORM 210-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                MOVE EDMC-NOMBRE-CLIENTE TO EDQL2-NOM-CLIENTEO
                PERFORM 220-VALID-FIELD-2
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                IF WKS-NO-CASO = ZEROS
                     MOVE 1 TO WKS-COM-CARGADO
                     MOVE ZEROS TO WKS-COM-NO-CASO
                     PERFORM 240-LIMPIA-CASO
                     SET WKS-MSG-CAPTURA TO TRUE
                     MOVE -1 TO EDQL2-CATEGORIAL
                ELSE
                     MOVE WKS-CO-CLIENTE TO EDQJ-CO-CLIENTE
                     MOVE WKS-NO-CASO    TO EDQJ-NO-CASO
                     PERFORM 806-EXEC-CICS-READ-CASO
                     EVALUATE TRUE
                          WHEN WKS-EDM4CAS-NORMAL
                               MOVE 2 TO WKS-COM-CARGADO
                               MOVE WKS-NO-CASO TO WKS-COM-NO-CASO
                               PERFORM 230-MUESTRA-CASO
                               SET WKS-MSG-CONSULTADO TO TRUE
                          WHEN WKS-EDM4CAS-NOTOPEN
                               SET WKS-MSG-NOTOPEN TO TRUE
                          WHEN OTHER
                               SET WKS-MSG-CASO-NOTFND TO TRUE
                               MOVE DFHRED TO EDQL2-NO-CASOC
                               MOVE -1 TO EDQL2-NO-CASOL
                     END-EVALUATE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->VALIDA EL CODIGO Y LEE EL MAESTRO (ELIMINADOS Y FUSIONADOS
      *   NO ADMITEN CASOS NUEVOS NI CONSULTA)
       210-VALID-FIELD-1.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDQL2-CO-CLIENTEC
           MOVE -1 TO EDQL2-CO-CLIENTEL
           IF EDQL2-CO-CLIENTEI NOT > SPACES
           OR EDQL2-CO-CLIENTEI NOT NUMERO
                SET WKS-MSG-NONUMERIC TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                INITIALIZE WKS-CO-CLIENTE
                INITIALIZE WKS-INDEX
                MOVE 9 TO WKS-AUX
                PERFORM VARYING WKS-INDEX FROM 8 BY -1
                UNTIL WKS-INDEX = ZEROS
                    IF EDQL2-CO-CLIENTEI(WKS-INDEX:1) NOT EQUAL ' '
                        SUBTRACT 1 FROM WKS-AUX
                        MOVE EDQL2-CO-CLIENTEI(WKS-INDEX:1)
                        TO WKS-CO-CLIENTE(WKS-AUX:1)
                    END-IF
                END-PERFORM
                MOVE WKS-CO-CLIENTE TO EDQL2-CO-CLIENTEO
                MOVE WKS-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 807-EXEC-CICS-READ
                EVALUATE TRUE
                     WHEN WKS-EDM4CL-NOTOPEN
                          SET WKS-MSG-NOTOPEN TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN WKS-EDM4CL-NOTFND
                          SET WKS-MSG-NOTFND TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN WKS-EDM4CL-NORMAL
                          IF EDMC-MARCA-ELIMINADO = "D"
                          OR EDMC-MARCA-ELIMINADO = "M"
                               SET WKS-MSG-ELIMINADO TO TRUE
                               MOVE 1 TO WKS-FLAG-INVALID
                          END-IF
                END-EVALUATE
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDQL2-CO-CLIENTEC
           END-IF.

      *-->NUMERO DE CASO: EN BLANCO O CEROS ES CAPTURA NUEVA
       220-VALID-FIELD-2.
           MOVE DFHTURQ TO EDQL2-NO-CASOC
           MOVE ZEROS TO WKS-NO-CASO
           IF EDQL2-NO-CASOI > SPACES
                IF EDQL2-NO-CASOI NOT NUMERO
                     SET WKS-MSG-BADCASO TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                     MOVE DFHRED TO EDQL2-NO-CASOC
                     MOVE -1 TO EDQL2-NO-CASOL
                ELSE
                     INITIALIZE WKS-INDEX
                     MOVE 6 TO WKS-AUX
                     PERFORM VARYING WKS-INDEX FROM 5 BY -1
                     UNTIL WKS-INDEX = ZEROS
                         IF EDQL2-NO-CASOI(WKS-INDEX:1) NOT EQUAL ' '
                             SUBTRACT 1 FROM WKS-AUX
                             MOVE EDQL2-NO-CASOI(WKS-INDEX:1)
                             TO WKS-NO-CASO-X(WKS-AUX:1)
                         END-IF
                     END-PERFORM
                END-IF
           END-IF.

      *-->DESPLIEGA EL CASO LEIDO
       230-MUESTRA-CASO.
           MOVE EDQJ-NO-CASO       TO EDQL2-NO-CASOO
           MOVE EDQJ-CATEGORIA     TO EDQL2-CATEGORIAO
           MOVE EDQJ-CANAL         TO EDQL2-CANALO
           MOVE EDQJ-OPERADOR-ASIG TO EDQL2-ASIGNADOO
           MOVE EDQJ-ESTADO        TO EDQL2-ESTADOO
           MOVE EDQJ-DESCRIPCION   TO EDQL2-DESCRIPO
           MOVE EDQJ-RESOLUCION    TO EDQL2-RESOLUCO
           MOVE EDQJ-SUCURSAL      TO EDQL2-SUCURSALO
           MOVE EDQJ-FECHA-ALTA    TO WKS-FECHA-AAAAMMDD
           PERFORM 250-FORMATEA-FECHA
           MOVE WKS-FECHA-ED       TO EDQL2-FECHA-ALTAO
           MOVE EDQJ-FECHA-LIMITE  TO WKS-FECHA-AAAAMMDD
           PERFORM 250-FORMATEA-FECHA
           MOVE WKS-FECHA-ED       TO EDQL2-FECHA-LIMO
           IF EDQJ-RESUELTO
                MOVE EDQJ-FECHA-RESOL TO WKS-FECHA-AAAAMMDD
                PERFORM 250-FORMATEA-FECHA
                MOVE WKS-FECHA-ED     TO EDQL2-FECHA-RESOLO
                IF EDQJ-FECHA-RESOL > EDQJ-FECHA-LIMITE
                     MOVE "FUERA PLZO" TO EDQL2-SITUACIONO
                ELSE
                     MOVE "EN PLAZO  " TO EDQL2-SITUACIONO
                END-IF
           ELSE
                MOVE SPACES TO EDQL2-FECHA-RESOLO
                IF WKS-FECHA-HOY > EDQJ-FECHA-LIMITE
                     MOVE "VENCIDO   " TO EDQL2-SITUACIONO
                ELSE
                     MOVE "EN PLAZO  " TO EDQL2-SITUACIONO
                END-IF
           END-IF.

       240-LIMPIA-CASO.
           MOVE SPACES TO EDQL2-NO-CASOO
           MOVE SPACES TO EDQL2-CATEGORIAO
           MOVE SPACES TO EDQL2-CANALO
           MOVE SPACES TO EDQL2-ASIGNADOO
           MOVE SPACES TO EDQL2-ESTADOO
           MOVE SPACES TO EDQL2-DESCRIPO
           MOVE SPACES TO EDQL2-RESOLUCO
           MOVE SPACES TO EDQL2-SUCURSALO
           MOVE SPACES TO EDQL2-FECHA-ALTAO
           MOVE SPACES TO EDQL2-FECHA-LIMO
           MOVE SPACES TO EDQL2-SITUACIONO
           MOVE SPACES TO EDQL2-FECHA-RESOLO.

      *-->AAAAMMDD A DD/MM/AAAA PARA LA PANTALLA
       250-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED.

      *-->REGISTRA UN CASO NUEVO PARA EL CLIENTE PREPARADO CON ENTER
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                MOVE -1 TO EDQL2-CO-CLIENTEL
           ELSE
                PERFORM 310-VALID-CAPTURA
                IF WKS-FLAG-INVALID = ZEROS
                     PERFORM 320-ALTA-CASO
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->CATEGORIA, CANAL Y DESCRIPCION OBLIGATORIOS; EL ASIGNADO
      *   EN BLANCO QUEDA CON EL OPERADOR DE LA SESION
       310-VALID-CAPTURA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDQL2-CATEGORIAC
           MOVE DFHTURQ TO EDQL2-CANALC
           MOVE DFHTURQ TO EDQL2-DESCRIPC
           MOVE DFHTURQ TO EDQL2-ASIGNADOC
           MOVE EDQL2-CATEGORIAI TO EDQJ-CATEGORIA
           MOVE EDQL2-CANALI     TO EDQJ-CANAL
           IF NOT EDQJ-CAT-VALIDA
                SET WKS-MSG-BADCATEG TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDQL2-CATEGORIAC
                MOVE -1 TO EDQL2-CATEGORIAL
           ELSE IF NOT EDQJ-CAN-VALIDO
                SET WKS-MSG-BADCANAL TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDQL2-CANALC
                MOVE -1 TO EDQL2-CANALL
           ELSE IF EDQL2-DESCRIPI NOT > SPACES
                SET WKS-MSG-BADDESCRIP TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDQL2-DESCRIPC
                MOVE -1 TO EDQL2-DESCRIPL
           ELSE
                IF EDQL2-ASIGNADOI NOT > SPACES
                     MOVE WKS-COM-OPERADOR-ID TO EDQL2-ASIGNADOI
                END-IF
                PERFORM 315-VALID-ASIGNADO
           END-IF.

       315-VALID-ASIGNADO.
           MOVE EDQL2-ASIGNADOI TO EDPF-OPERADOR
           PERFORM 813-EXEC-CICS-READ-PRF
           IF NOT WKS-EDM4PRF-NORMAL
                SET WKS-MSG-BADASIGNA TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDQL2-ASIGNADOC
                MOVE -1 TO EDQL2-ASIGNADOL
           END-IF.

      *-->SIGUIENTE NUMERO DEL CLIENTE, FECHA LIMITE Y ALTA
       320-ALTA-CASO.
           PERFORM 330-SIGUIENTE-CASO
           MOVE EDQL2-CATEGORIAI TO EDQJ-CATEGORIA
           PERFORM 340-CALCULA-LIMITE
           INITIALIZE REG-EDMCAS
           MOVE WKS-COM-CO-CLIENTE  TO EDQJ-CO-CLIENTE
           MOVE WKS-NO-CASO         TO EDQJ-NO-CASO
           MOVE EDQL2-CATEGORIAI    TO EDQJ-CATEGORIA
           MOVE EDQL2-CANALI        TO EDQJ-CANAL
           SET EDQJ-ABIERTO         TO TRUE
           MOVE EDQL2-DESCRIPI      TO EDQJ-DESCRIPCION
           IF WKS-COM-SUCURSAL > SPACES
                MOVE WKS-COM-SUCURSAL TO EDQJ-SUCURSAL
           ELSE
                MOVE WKS-COM-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 807-EXEC-CICS-READ
                MOVE EDMC-SUCURSAL    TO EDQJ-SUCURSAL
           END-IF
           MOVE WKS-COM-OPERADOR-ID TO EDQJ-OPERADOR-ALTA
           MOVE EDQL2-ASIGNADOI     TO EDQJ-OPERADOR-ASIG
           MOVE WKS-FECHA-HOY       TO EDQJ-FECHA-ALTA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDQJ-HORA-ALTA
           MOVE WKS-CAL-PLAZO       TO EDQJ-DIAS-PLAZO
           MOVE WKS-CAL-FECHA       TO EDQJ-FECHA-LIMITE
           MOVE WKS-COM-OPERADOR-ID TO EDQJ-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY       TO EDQJ-FECHA-ULT-MOV
           PERFORM 808-EXEC-CICS-WRITE-CASO
           IF WKS-EDM4CAS-NORMAL
                MOVE 2 TO WKS-COM-CARGADO
                MOVE WKS-NO-CASO TO WKS-COM-NO-CASO
                PERFORM 230-MUESTRA-CASO
                SET WKS-MSG-REGISTRADO TO TRUE
                MOVE -1 TO EDQL2-ESTADOL
           ELSE IF WKS-EDM4CAS-NOTOPEN
                SET WKS-MSG-NOTOPEN TO TRUE
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->RECORRE LOS CASOS DEL CLIENTE Y TOMA EL ULTIMO NUMERO + 1
       330-SIGUIENTE-CASO.
           MOVE ZEROS TO WKS-NO-CASO
           MOVE WKS-COM-CO-CLIENTE TO EDQJ-CO-CLIENTE
           MOVE ZEROS              TO EDQJ-NO-CASO
           PERFORM 810-EXEC-CICS-STARTBR-CASO
           PERFORM UNTIL NOT WKS-EDM4CAS-NORMAL
                PERFORM 811-EXEC-CICS-READNEXT-CASO
                IF WKS-EDM4CAS-NORMAL
                     IF EDQJ-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                          SET WKS-EDM4CAS-ENDFILE TO TRUE
                     ELSE
                          MOVE EDQJ-NO-CASO TO WKS-NO-CASO
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 812-EXEC-CICS-ENDBR-CASO
           ADD 1 TO WKS-NO-CASO.

      *--> FECHA LIMITE: AVANZA DESDE HOY TANTOS DIAS HABILES COMO EL
      *    PLAZO DE LA CATEGORIA; NO CUENTAN SABADO, DOMINGO NI LAS
      *    FECHAS DEL CALENDARIO EDM4CAL
       340-CALCULA-LIMITE.
           MOVE 15 TO WKS-CAL-PLAZO
           PERFORM VARYING WKS-INDEX FROM 1 BY 1
                   UNTIL WKS-INDEX > 6
                IF WKS-PLZ-CATEGORIA(WKS-INDEX) = EDQJ-CATEGORIA
                     MOVE WKS-PLZ-DIAS(WKS-INDEX) TO WKS-CAL-PLAZO
                END-IF
           END-PERFORM
           MOVE WKS-FECHA-HOY TO WKS-CAL-FECHA
           MOVE ZEROS TO WKS-CAL-CONTADOS
           PERFORM UNTIL WKS-CAL-CONTADOS = WKS-CAL-PLAZO
                COMPUTE WKS-CAL-ENTERO =
                    FUNCTION INTEGER-OF-DATE(WKS-CAL-FECHA) + 1
                MOVE FUNCTION DATE-OF-INTEGER(WKS-CAL-ENTERO)
                  TO WKS-CAL-FECHA
      *-->MOD 7 SOBRE EL DIA ENTERO: 6 = SABADO, 0 = DOMINGO
                COMPUTE WKS-CAL-DIA-SEM =
                    FUNCTION MOD(WKS-CAL-ENTERO 7)
                IF WKS-CAL-DIA-SEM NOT = 6 AND WKS-CAL-DIA-SEM NOT = 0
                     MOVE WKS-CAL-FECHA TO EDCD-FECHA
                     PERFORM 814-EXEC-CICS-READ-CAL
                     IF WKS-EDM4CAL-NOTFND
                          ADD 1 TO WKS-CAL-CONTADOS
                     END-IF
                END-IF
           END-PERFORM.

      *-->ACTUALIZA EL CASO CONSULTADO: ESTADO, ASIGNADO Y RESOLUCION
       400-ACCION-PF2.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 2
                SET WKS-MSG-SINCASO TO TRUE
                MOVE -1 TO EDQL2-NO-CASOL
           ELSE
                PERFORM 410-VALID-ACTUALIZA
                IF WKS-FLAG-INVALID = ZEROS
                     MOVE WKS-COM-CO-CLIENTE TO EDQJ-CO-CLIENTE
                     MOVE WKS-COM-NO-CASO    TO EDQJ-NO-CASO
                     PERFORM 809-EXEC-CICS-READ-CASO-UPD
                     EVALUATE TRUE
                          WHEN NOT WKS-EDM4CAS-NORMAL
                               SET WKS-MSG-CASO-NOTFND TO TRUE
                          WHEN EDQJ-RESUELTO
                               PERFORM 816-EXEC-CICS-UNLOCK-CASO
                               PERFORM 230-MUESTRA-CASO
                               SET WKS-MSG-YARESUELTO TO TRUE
                          WHEN OTHER
                               PERFORM 420-APLICA-ACTUALIZA
                     END-EVALUATE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->EL ESTADO DEBE SER A/P/R; RESUELTO EXIGE LA RESOLUCION
       410-VALID-ACTUALIZA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDQL2-ESTADOC
           MOVE DFHTURQ TO EDQL2-RESOLUCC
           MOVE DFHTURQ TO EDQL2-ASIGNADOC
           MOVE EDQL2-ESTADOI TO EDQJ-ESTADO
           IF NOT EDQJ-ESTADO-VALIDO
                SET WKS-MSG-BADESTADO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDQL2-ESTADOC
                MOVE -1 TO EDQL2-ESTADOL
           ELSE IF EDQJ-RESUELTO AND EDQL2-RESOLUCI NOT > SPACES
                SET WKS-MSG-SINRESOL TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDQL2-RESOLUCC
                MOVE -1 TO EDQL2-RESOLUCL
           ELSE IF EDQL2-ASIGNADOI NOT > SPACES
                SET WKS-MSG-BADASIGNA TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDQL2-ASIGNADOC
                MOVE -1 TO EDQL2-ASIGNADOL
           ELSE
                PERFORM 315-VALID-ASIGNADO
           END-IF.

       420-APLICA-ACTUALIZA.
           MOVE EDQL2-ESTADOI       TO EDQJ-ESTADO
           MOVE EDQL2-ASIGNADOI     TO EDQJ-OPERADOR-ASIG
           MOVE EDQL2-RESOLUCI      TO EDQJ-RESOLUCION
           IF EDQJ-RESUELTO
                MOVE WKS-COM-OPERADOR-ID TO EDQJ-OPERADOR-RESOL
                MOVE WKS-FECHA-HOY       TO EDQJ-FECHA-RESOL
           END-IF
           MOVE WKS-COM-OPERADOR-ID TO EDQJ-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY       TO EDQJ-FECHA-ULT-MOV
           PERFORM 815-EXEC-CICS-REWRITE-CASO
           IF WKS-EDM4CAS-NORMAL
                PERFORM 230-MUESTRA-CASO
                SET WKS-MSG-ACTUALIZADO TO TRUE
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
                MAP('EDQL2')
                MAPSET('EDQL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDQL2')
                MAPSET('EDQL2')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDQL2')
                MAPSET('EDQL2')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDQJ')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDQL2')
                MAPSET ('EDQL2')
           END-EXEC.

       806-EXEC-CICS-READ-CASO.
           EXEC CICS READ
               FILE('EDM4CAS')
               INTO(REG-EDMCAS)
               RIDFLD(EDQJ-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-CASO.

       807-EXEC-CICS-READ.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       808-EXEC-CICS-WRITE-CASO.
           EXEC CICS WRITE
               FILE('EDM4CAS')
               FROM(REG-EDMCAS)
               RIDFLD(EDQJ-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-CASO.

       809-EXEC-CICS-READ-CASO-UPD.
           EXEC CICS READ
               FILE('EDM4CAS')
               INTO(REG-EDMCAS)
               RIDFLD(EDQJ-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-CASO.

       810-EXEC-CICS-STARTBR-CASO.
           EXEC CICS STARTBR
               FILE('EDM4CAS')
               RIDFLD(EDQJ-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-CASO.

       811-EXEC-CICS-READNEXT-CASO.
           EXEC CICS READNEXT
               FILE('EDM4CAS')
               INTO(REG-EDMCAS)
               RIDFLD(EDQJ-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-CASO.

       812-EXEC-CICS-ENDBR-CASO.
           EXEC CICS ENDBR
               FILE('EDM4CAS')
               NOHANDLE
           END-EXEC.

       813-EXEC-CICS-READ-PRF.
           EXEC CICS READ
               FILE('EDM4PRF')
               INTO(REG-EDMPRF)
               RIDFLD(EDPF-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-EDM4PRF-NORMAL TO TRUE
           ELSE
                SET WKS-EDM4PRF-NOTFND TO TRUE
           END-IF.

       814-EXEC-CICS-READ-CAL.
           EXEC CICS READ
               FILE('EDM4CAL')
               INTO(REG-EDMCAL)
               RIDFLD(EDCD-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-EDM4CAL-NORMAL TO TRUE
           ELSE
                SET WKS-EDM4CAL-NOTFND TO TRUE
           END-IF.

       815-EXEC-CICS-REWRITE-CASO.
           EXEC CICS REWRITE
               FILE('EDM4CAS')
               FROM(REG-EDMCAS)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-CASO.

       816-EXEC-CICS-UNLOCK-CASO.
           EXEC CICS UNLOCK
               FILE('EDM4CAS')
               NOHANDLE
           END-EXEC.

       817-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       898-EVALUATE-DFHRESP-CASO.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4CAS-NORMAL  TO TRUE
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4CAS-NOTOPEN TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4CAS-NOTFND  TO TRUE
                WHEN DFHRESP(ENDFILE) SET WKS-EDM4CAS-ENDFILE TO TRUE
                WHEN OTHER            SET WKS-EDM4CAS-OTRO    TO TRUE
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
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NONUMERIC
                MOVE "CODIGO DE CLIENTE INCORRECTO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "NO SE ENCONTRO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ELIMINADO
                MOVE "CLIENTE ELIMINADO O FUSIONADO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "ARCHIVO CERRADO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-CAPTURA
                MOVE "CAPTURE EL CASO Y PRESIONE PF1"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONSULTADO
                MOVE "PF2=ACTUALIZAR  PF10=SALIR"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCLIENTE
                MOVE "CONSULTE PRIMERO UN CLIENTE"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-CASO-NOTFND
                MOVE "CASO NO EXISTE PARA EL CLIENTE"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCASO
                MOVE "NUMERO DE CASO INCORRECTO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCATEG
                MOVE "CATEGORIA: CO AT PR FR DP OT"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCANAL
                MOVE "CANAL: V T C E R"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADDESCRIP
                MOVE "DESCRIBA LA QUEJA"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADASIGNA
                MOVE "OPERADOR ASIGNADO NO EXISTE"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADESTADO
                MOVE "ESTADO: A=ABIERTO P=PROCESO R=RESUELTO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINRESOL
                MOVE "INDIQUE LA RESOLUCION DEL CASO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-REGISTRADO
                MOVE "CASO REGISTRADO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ACTUALIZADO
                MOVE "CASO ACTUALIZADO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-YARESUELTO
                MOVE "CASO YA RESUELTO, NO SE MODIFICA"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCASO
                MOVE "CONSULTE PRIMERO UN CASO"
                TO EDQL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDQL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDQL2-OUTPUT-MSGC
                MOVE SPACES   TO EDQL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDQL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDQL2-TIME-SISO.

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
           MOVE SPACE TO EDQL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
