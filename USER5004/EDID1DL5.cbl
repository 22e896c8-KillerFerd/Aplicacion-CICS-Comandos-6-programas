      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1DL5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : SOLICITUDES DE DERECHOS DEL TITULAR DE DATOS     *
      * ARCHIVOS    : EDM4CL / EDM4DSR (I/O) / EDM4CON (I/O) /         *
      *               EDM4CAL                                          *
      * ACCION (ES) : ENTER=CONSULTAR PF1=REGISTRAR PF2=ACTUALIZAR     *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * REGISTRO DE SOLICITUDES DEL TITULAR SOBRE SUS DATOS           *
      * PERSONALES (ACCESO, CORRECCION, OPOSICION Y SUPRESION):       *
      *   - ENTER CON EL CODIGO DE CLIENTE (Y SOLICITUD EN BLANCO)    *
      *     PREPARA LA CAPTURA; CON NUMERO DE SOLICITUD LA CONSULTA   *
      *   - PF1 REGISTRA LA SOLICITUD CON EL SIGUIENTE NUMERO DEL     *
      *     CLIENTE Y FECHA LIMITE EN DIAS HABILES SEGUN EL TIPO,     *
      *     CONTADOS DESDE LA FECHA DE RECIBIDA (EN BLANCO = HOY;     *
      *     SIN SABADOS, DOMINGOS NI FECHAS DEL CALENDARIO EDM4CAL).  *
      *     UNA OPOSICION VETA DE INMEDIATO LOS CANALES C, T Y M EN   *
      *     EDM4CON; UN ACCESO QUEDA PARA EL EXPEDIENTE DE EDID1R48   *
      *     EN LA CADENA DE CIERRE                                    *
      *   - PF2 ACTUALIZA ESTADO Y RESPUESTA; AL PASAR A ATENDIDA     *
      *     QUEDAN LA FECHA Y EL OPERADOR Y YA NO SE MODIFICA. UN     *
      *     ACCESO NO SE DA POR ATENDIDO SIN SU EXPEDIENTE            *
      * TRANSID EDDR, VIA OPCION DE MENU EN EDM4MNU                   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1DL5.
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
       COPY EDDL5.

       COPY EDMACL.

       COPY EDMDSR.

       COPY EDMCON.

       COPY EDMCAL.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NOTOPEN        VALUE 1.
           88 WKS-EDM4CL-NOTFND         VALUE 2.
           88 WKS-EDM4CL-NORMAL         VALUE 3.

       01 WKS-EDM4DSR-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4DSR-NOTOPEN       VALUE 1.
           88 WKS-EDM4DSR-NOTFND        VALUE 2.
           88 WKS-EDM4DSR-NORMAL        VALUE 3.
           88 WKS-EDM4DSR-ENDFILE       VALUE 4.
           88 WKS-EDM4DSR-OTRO          VALUE 5.

       01 WKS-EDM4CON-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4CON-NORMAL        VALUE 1.
           88 WKS-EDM4CON-NOTFND        VALUE 2.
           88 WKS-EDM4CON-OTRO          VALUE 3.

       01 WKS-EDM4CAL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4CAL-NORMAL        VALUE 1.
           88 WKS-EDM4CAL-NOTFND        VALUE 2.

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
                88 WKS-MSG-SOL-NOTFND   VALUE 9.
                88 WKS-MSG-BADSOL       VALUE 10.
                88 WKS-MSG-BADTIPO      VALUE 11.
                88 WKS-MSG-BADCANAL     VALUE 12.
                88 WKS-MSG-BADRECIBIDA  VALUE 13.
                88 WKS-MSG-BADDESCRIP   VALUE 14.
                88 WKS-MSG-BADESTADO    VALUE 15.
                88 WKS-MSG-SINRESP      VALUE 16.
                88 WKS-MSG-REGISTRADO   VALUE 17.
                88 WKS-MSG-ACTUALIZADO  VALUE 18.
                88 WKS-MSG-YAATENDIDA   VALUE 19.
                88 WKS-MSG-SINSOL       VALUE 20.
                88 WKS-MSG-SINEXPED     VALUE 21.
                88 WKS-MSG-VETOFALLA    VALUE 22.
                88 WKS-MSG-UNKERROR     VALUE 23.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-EXISTE           PIC 9 VALUE ZEROS.
           02 WKS-FLAG-VETO-OK          PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1DL5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-CO-CLIENTE    PIC 9(08).
               03 WKS-COM-NO-SOL        PIC 9(05).
      *-->0 = NADA CARGADO, 1 = CLIENTE LISTO PARA CAPTURA,
      *   2 = SOLICITUD CONSULTADA
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
           02 WKS-FECHA-RECIBIDA        PIC 9(08) VALUE ZEROS.
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.
           02 WKS-NO-SOL                PIC 9(05) VALUE ZEROS.
           02 WKS-NO-SOL-X REDEFINES WKS-NO-SOL
                                        PIC X(05).
           02 WKS-AUTOMATICO.
               03 WKS-AUT-TEXTO         PIC X(20).
               03 WKS-AUT-FECHA         PIC 99/99/9999.

      *-->PLAZO LEGAL DE RESPUESTA EN DIAS HABILES POR TIPO
       01 WKS-TABLES.
           02 WKS-PLAZOS                PIC X(16)
           VALUE "A010C015O015S015".
           02 WKS-PLAZOS-TABLE REDEFINES WKS-PLAZOS OCCURS 4.
                03 WKS-PLZ-TIPO         PIC X(01).
                03 WKS-PLZ-DIAS         PIC 9(03).
      *-->CANALES QUE VETA UNA OPOSICION
           02 WKS-CANALES               PIC X(03) VALUE "CTM".
           02 WKS-CANALES-TABLE REDEFINES WKS-CANALES OCCURS 3.
                03 WKS-CANAL-COD        PIC X(01).

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
           MOVE ZEROS TO WKS-COM-NO-SOL
           MOVE ZEROS TO WKS-COM-CARGADO
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR UNA SOLICITUD O PREPARAR LA CAPTURA
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE ZEROS TO WKS-COM-CARGADO
           PERFORM 210-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                MOVE EDMC-NOMBRE-CLIENTE TO EDDL5-NOM-CLIENTEO
                PERFORM 220-VALID-FIELD-2
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                IF WKS-NO-SOL = ZEROS
                     MOVE 1 TO WKS-COM-CARGADO
                     MOVE ZEROS TO WKS-COM-NO-SOL
                     PERFORM 240-LIMPIA-SOLICITUD
                     SET WKS-MSG-CAPTURA TO TRUE
                     MOVE -1 TO EDDL5-TIPOL
                ELSE
                     MOVE WKS-CO-CLIENTE TO EDDS-CO-CLIENTE
                     MOVE WKS-NO-SOL     TO EDDS-NO-SOLICITUD
                     PERFORM 806-EXEC-CICS-READ-DSR
                     EVALUATE TRUE
                          WHEN WKS-EDM4DSR-NORMAL
                               MOVE 2 TO WKS-COM-CARGADO
                               MOVE WKS-NO-SOL TO WKS-COM-NO-SOL
                               PERFORM 230-MUESTRA-SOLICITUD
                               SET WKS-MSG-CONSULTADO TO TRUE
                          WHEN WKS-EDM4DSR-NOTOPEN
                               SET WKS-MSG-NOTOPEN TO TRUE
                          WHEN OTHER
                               SET WKS-MSG-SOL-NOTFND TO TRUE
                               MOVE DFHRED TO EDDL5-NO-SOLC
                               MOVE -1 TO EDDL5-NO-SOLL
                     END-EVALUATE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->VALIDA EL CODIGO Y LEE EL MAESTRO (ELIMINADOS Y FUSIONADOS
      *   NO ADMITEN SOLICITUDES NUEVAS NI CONSULTA)
       210-VALID-FIELD-1.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDDL5-CO-CLIENTEC
           MOVE -1 TO EDDL5-CO-CLIENTEL
           IF EDDL5-CO-CLIENTEI NOT > SPACES
           OR EDDL5-CO-CLIENTEI NOT NUMERO
                SET WKS-MSG-NONUMERIC TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                INITIALIZE WKS-CO-CLIENTE
                INITIALIZE WKS-INDEX
                MOVE 9 TO WKS-AUX
                PERFORM VARYING WKS-INDEX FROM 8 BY -1
                UNTIL WKS-INDEX = ZEROS
                    IF EDDL5-CO-CLIENTEI(WKS-INDEX:1) NOT EQUAL ' '
                        SUBTRACT 1 FROM WKS-AUX
                        MOVE EDDL5-CO-CLIENTEI(WKS-INDEX:1)
                        TO WKS-CO-CLIENTE(WKS-AUX:1)
                    END-IF
                END-PERFORM
                MOVE WKS-CO-CLIENTE TO EDDL5-CO-CLIENTEO
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
                MOVE DFHRED TO EDDL5-CO-CLIENTEC
           END-IF.

      *-->NUMERO DE SOLICITUD: EN BLANCO O CEROS ES CAPTURA NUEVA
       220-VALID-FIELD-2.
           MOVE DFHTURQ TO EDDL5-NO-SOLC
           MOVE ZEROS TO WKS-NO-SOL
           IF EDDL5-NO-SOLI > SPACES
                IF EDDL5-NO-SOLI NOT NUMERO
                     SET WKS-MSG-BADSOL TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                     MOVE DFHRED TO EDDL5-NO-SOLC
                     MOVE -1 TO EDDL5-NO-SOLL
                ELSE
                     INITIALIZE WKS-INDEX
                     MOVE 6 TO WKS-AUX
                     PERFORM VARYING WKS-INDEX FROM 5 BY -1
                     UNTIL WKS-INDEX = ZEROS
                         IF EDDL5-NO-SOLI(WKS-INDEX:1) NOT EQUAL ' '
                             SUBTRACT 1 FROM WKS-AUX
                             MOVE EDDL5-NO-SOLI(WKS-INDEX:1)
                             TO WKS-NO-SOL-X(WKS-AUX:1)
                         END-IF
                     END-PERFORM
                END-IF
           END-IF.

      *-->DESPLIEGA LA SOLICITUD LEIDA Y SU EFECTO AUTOMATICO
       230-MUESTRA-SOLICITUD.
           MOVE EDDS-NO-SOLICITUD  TO EDDL5-NO-SOLO
           MOVE EDDS-TIPO          TO EDDL5-TIPOO
           MOVE EDDS-CANAL         TO EDDL5-CANALO
           MOVE EDDS-ESTADO        TO EDDL5-ESTADOO
           MOVE EDDS-DESCRIPCION   TO EDDL5-DESCRIPO
           MOVE EDDS-RESPUESTA     TO EDDL5-RESPUESTO
           MOVE EDDS-SUCURSAL      TO EDDL5-SUCURSALO
           MOVE EDDS-FECHA-RECIBIDA(7:2) TO EDDL5-RECIBIDAO(1:2)
           MOVE EDDS-FECHA-RECIBIDA(5:2) TO EDDL5-RECIBIDAO(3:2)
           MOVE EDDS-FECHA-RECIBIDA(1:4) TO EDDL5-RECIBIDAO(5:4)
           MOVE EDDS-FECHA-ALTA    TO WKS-FECHA-AAAAMMDD
           PERFORM 250-FORMATEA-FECHA
           MOVE WKS-FECHA-ED       TO EDDL5-FECHA-ALTAO
           MOVE EDDS-FECHA-LIMITE  TO WKS-FECHA-AAAAMMDD
           PERFORM 250-FORMATEA-FECHA
           MOVE WKS-FECHA-ED       TO EDDL5-FECHA-LIMO
           IF EDDS-ATENDIDA
                MOVE EDDS-FECHA-RESOL TO WKS-FECHA-AAAAMMDD
                PERFORM 250-FORMATEA-FECHA
                MOVE WKS-FECHA-ED     TO EDDL5-FECHA-RESOLO
                IF EDDS-FECHA-RESOL > EDDS-FECHA-LIMITE
                     MOVE "FUERA PLZO" TO EDDL5-SITUACIONO
                ELSE
                     MOVE "EN PLAZO  " TO EDDL5-SITUACIONO
                END-IF
           ELSE
                MOVE SPACES TO EDDL5-FECHA-RESOLO
                IF WKS-FECHA-HOY > EDDS-FECHA-LIMITE
                     MOVE "VENCIDA   " TO EDDL5-SITUACIONO
                ELSE
                     MOVE "EN PLAZO  " TO EDDL5-SITUACIONO
                END-IF
           END-IF
           MOVE SPACES TO WKS-AUTOMATICO
           EVALUATE TRUE
                WHEN EDDS-TIPO-ACCESO AND EDDS-EXP-FECHA > ZEROS
                     MOVE "EXPEDIENTE EDID1R48" TO WKS-AUT-TEXTO
                     MOVE EDDS-EXP-FECHA TO WKS-FECHA-AAAAMMDD
                     PERFORM 250-FORMATEA-FECHA
                     MOVE WKS-FECHA-DDMMAAAA TO WKS-AUT-FECHA
                WHEN EDDS-TIPO-ACCESO
                     MOVE "EXPEDIENTE PENDIENTE" TO WKS-AUT-TEXTO
                WHEN EDDS-TIPO-OPOSICION AND EDDS-VETO-FECHA > ZEROS
                     MOVE "CANALES VETADOS" TO WKS-AUT-TEXTO
                     MOVE EDDS-VETO-FECHA TO WKS-FECHA-AAAAMMDD
                     PERFORM 250-FORMATEA-FECHA
                     MOVE WKS-FECHA-DDMMAAAA TO WKS-AUT-FECHA
                WHEN EDDS-TIPO-OPOSICION
                     MOVE "VETO NO APLICADO" TO WKS-AUT-TEXTO
           END-EVALUATE
           MOVE WKS-AUTOMATICO TO EDDL5-AUTOMATICOO.

       240-LIMPIA-SOLICITUD.
           MOVE SPACES TO EDDL5-NO-SOLO
           MOVE SPACES TO EDDL5-TIPOO
           MOVE SPACES TO EDDL5-CANALO
           MOVE SPACES TO EDDL5-RECIBIDAO
           MOVE SPACES TO EDDL5-ESTADOO
           MOVE SPACES TO EDDL5-DESCRIPO
           MOVE SPACES TO EDDL5-RESPUESTO
           MOVE SPACES TO EDDL5-SUCURSALO
           MOVE SPACES TO EDDL5-FECHA-ALTAO
           MOVE SPACES TO EDDL5-FECHA-LIMO
           MOVE SPACES TO EDDL5-SITUACIONO
           MOVE SPACES TO EDDL5-FECHA-RESOLO
           MOVE SPACES TO EDDL5-AUTOMATICOO.

      *-->AAAAMMDD A DD/MM/AAAA PARA LA PANTALLA
       250-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED.

      *-->REGISTRA UNA SOLICITUD NUEVA PARA EL CLIENTE PREPARADO
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                MOVE -1 TO EDDL5-CO-CLIENTEL
           ELSE
                PERFORM 310-VALID-CAPTURA
                IF WKS-FLAG-INVALID = ZEROS
                     PERFORM 320-ALTA-SOLICITUD
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->TIPO, CANAL Y DESCRIPCION OBLIGATORIOS; LA FECHA DE
      *   RECIBIDA (DDMMAAAA) EN BLANCO ES HOY Y NO PUEDE SER FUTURA
       310-VALID-CAPTURA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDDL5-TIPOC
           MOVE DFHTURQ TO EDDL5-CANALC
           MOVE DFHTURQ TO EDDL5-RECIBIDAC
           MOVE DFHTURQ TO EDDL5-DESCRIPC
           MOVE EDDL5-TIPOI  TO EDDS-TIPO
           MOVE EDDL5-CANALI TO EDDS-CANAL
           IF NOT EDDS-TIPO-VALIDO
                SET WKS-MSG-BADTIPO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDDL5-TIPOC
                MOVE -1 TO EDDL5-TIPOL
           ELSE IF NOT EDDS-CAN-VALIDO
                SET WKS-MSG-BADCANAL TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDDL5-CANALC
                MOVE -1 TO EDDL5-CANALL
           ELSE IF EDDL5-DESCRIPI NOT > SPACES
                SET WKS-MSG-BADDESCRIP TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDDL5-DESCRIPC
                MOVE -1 TO EDDL5-DESCRIPL
           ELSE
                PERFORM 315-VALID-RECIBIDA
           END-IF.

       315-VALID-RECIBIDA.
           IF EDDL5-RECIBIDAI NOT > SPACES
                MOVE WKS-FECHA-HOY TO WKS-FECHA-RECIBIDA
           ELSE IF EDDL5-RECIBIDAI NOT NUMERO
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE "V" TO EDBF-FUNCION
                MOVE EDDL5-RECIBIDAI TO EDBF-FECHA-DDMMAAAA
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-FECHA-INVALIDA
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE "R" TO EDBF-FUNCION
                     CALL "EDID1BFE" USING REG-EDBFE
                     MOVE EDBF-FECHA-AAAAMMDD TO WKS-FECHA-RECIBIDA
                     IF WKS-FECHA-RECIBIDA > WKS-FECHA-HOY
                          MOVE 1 TO WKS-FLAG-INVALID
                     END-IF
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADRECIBIDA TO TRUE
                MOVE DFHRED TO EDDL5-RECIBIDAC
                MOVE -1 TO EDDL5-RECIBIDAL
           END-IF.

      *-->SIGUIENTE NUMERO DEL CLIENTE, FECHA LIMITE Y ALTA; LA
      *   OPOSICION VETA LOS CANALES EN CUANTO QUEDA REGISTRADA
       320-ALTA-SOLICITUD.
           PERFORM 330-SIGUIENTE-SOLICITUD
           MOVE EDDL5-TIPOI TO EDDS-TIPO
           PERFORM 340-CALCULA-LIMITE
           INITIALIZE REG-EDMDSR
           MOVE WKS-COM-CO-CLIENTE  TO EDDS-CO-CLIENTE
           MOVE WKS-NO-SOL          TO EDDS-NO-SOLICITUD
           MOVE EDDL5-TIPOI         TO EDDS-TIPO
           MOVE EDDL5-CANALI        TO EDDS-CANAL
           SET EDDS-ABIERTA         TO TRUE
           MOVE EDDL5-DESCRIPI      TO EDDS-DESCRIPCION
           IF WKS-COM-SUCURSAL > SPACES
                MOVE WKS-COM-SUCURSAL TO EDDS-SUCURSAL
           ELSE
                MOVE WKS-COM-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 807-EXEC-CICS-READ
                MOVE EDMC-SUCURSAL    TO EDDS-SUCURSAL
           END-IF
           MOVE WKS-COM-OPERADOR-ID TO EDDS-OPERADOR-ALTA
           MOVE WKS-FECHA-HOY       TO EDDS-FECHA-ALTA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDDS-HORA-ALTA
           MOVE WKS-FECHA-RECIBIDA  TO EDDS-FECHA-RECIBIDA
           MOVE WKS-CAL-PLAZO       TO EDDS-DIAS-PLAZO
           MOVE WKS-CAL-FECHA       TO EDDS-FECHA-LIMITE
           MOVE WKS-COM-OPERADOR-ID TO EDDS-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY       TO EDDS-FECHA-ULT-MOV
           PERFORM 808-EXEC-CICS-WRITE-DSR
           IF WKS-EDM4DSR-NORMAL
                MOVE 2 TO WKS-COM-CARGADO
                MOVE WKS-NO-SOL TO WKS-COM-NO-SOL
                SET WKS-MSG-REGISTRADO TO TRUE
                IF EDDS-TIPO-OPOSICION
                     PERFORM 350-VETA-CANALES
                END-IF
                PERFORM 230-MUESTRA-SOLICITUD
                MOVE -1 TO EDDL5-ESTADOL
           ELSE IF WKS-EDM4DSR-NOTOPEN
                SET WKS-MSG-NOTOPEN TO TRUE
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->RECORRE LAS SOLICITUDES DEL CLIENTE Y TOMA LA ULTIMA + 1
       330-SIGUIENTE-SOLICITUD.
           MOVE ZEROS TO WKS-NO-SOL
           MOVE WKS-COM-CO-CLIENTE TO EDDS-CO-CLIENTE
           MOVE ZEROS              TO EDDS-NO-SOLICITUD
           PERFORM 810-EXEC-CICS-STARTBR-DSR
           PERFORM UNTIL NOT WKS-EDM4DSR-NORMAL
                PERFORM 811-EXEC-CICS-READNEXT-DSR
                IF WKS-EDM4DSR-NORMAL
                     IF EDDS-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                          SET WKS-EDM4DSR-ENDFILE TO TRUE
                     ELSE
                          MOVE EDDS-NO-SOLICITUD TO WKS-NO-SOL
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 812-EXEC-CICS-ENDBR-DSR
           ADD 1 TO WKS-NO-SOL.

      *--> FECHA LIMITE: AVANZA DESDE LA FECHA DE RECIBIDA TANTOS
      *    DIAS HABILES COMO EL PLAZO DEL TIPO; NO CUENTAN SABADO,
      *    DOMINGO NI LAS FECHAS DEL CALENDARIO EDM4CAL
       340-CALCULA-LIMITE.
           MOVE 15 TO WKS-CAL-PLAZO
           PERFORM VARYING WKS-INDEX FROM 1 BY 1
                   UNTIL WKS-INDEX > 4
                IF WKS-PLZ-TIPO(WKS-INDEX) = EDDS-TIPO
                     MOVE WKS-PLZ-DIAS(WKS-INDEX) TO WKS-CAL-PLAZO
                END-IF
           END-PERFORM
           MOVE WKS-FECHA-RECIBIDA TO WKS-CAL-FECHA
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

      *-->OPOSICION: DEJA "N" VIGENTE DESDE HOY Y SIN VENCIMIENTO EN
      *   LOS TRES CANALES DE EDM4CON (ALTA O REESCRITURA, COMO EN
      *   EDID1CLI) Y ESTAMPA LA FECHA DEL VETO EN LA SOLICITUD
       350-VETA-CANALES.
           MOVE 1 TO WKS-FLAG-VETO-OK
           PERFORM VARYING WKS-INDEX FROM 1 BY 1
                   UNTIL WKS-INDEX > 3
                PERFORM 355-VETA-CANAL
           END-PERFORM
           IF WKS-FLAG-VETO-OK = 1
                MOVE WKS-COM-CO-CLIENTE TO EDDS-CO-CLIENTE
                MOVE WKS-NO-SOL         TO EDDS-NO-SOLICITUD
                PERFORM 809-EXEC-CICS-READ-DSR-UPD
                IF WKS-EDM4DSR-NORMAL
                     MOVE WKS-FECHA-HOY TO EDDS-VETO-FECHA
                     PERFORM 815-EXEC-CICS-REWRITE-DSR
                END-IF
           ELSE
                SET WKS-MSG-VETOFALLA TO TRUE
           END-IF.

       355-VETA-CANAL.
           MOVE WKS-COM-CO-CLIENTE       TO EDCO-CO-CLIENTE
           MOVE WKS-CANAL-COD(WKS-INDEX) TO EDCO-CANAL
           PERFORM 818-EXEC-CICS-READ-UPD-CON
           IF WKS-EDM4CON-NORMAL
                MOVE 1 TO WKS-FLAG-EXISTE
           ELSE
                MOVE ZEROS TO WKS-FLAG-EXISTE
                INITIALIZE REG-EDMCON
                MOVE WKS-COM-CO-CLIENTE       TO EDCO-CO-CLIENTE
                MOVE WKS-CANAL-COD(WKS-INDEX) TO EDCO-CANAL
           END-IF
           SET EDCO-CONTACTO-VETADO TO TRUE
           MOVE WKS-FECHA-HOY       TO EDCO-FECHA-INICIO
           MOVE ZEROS               TO EDCO-FECHA-FIN
           MOVE WKS-COM-OPERADOR-ID TO EDCO-OPERADOR
           MOVE WKS-FECHA-HOY       TO EDCO-FECHA-ALTA
           IF WKS-FLAG-EXISTE = 1
                PERFORM 819-EXEC-CICS-REWRITE-CON
           ELSE
                PERFORM 820-EXEC-CICS-WRITE-CON
           END-IF
           IF NOT WKS-EDM4CON-NORMAL
                MOVE ZEROS TO WKS-FLAG-VETO-OK
           END-IF.

      *-->ACTUALIZA LA SOLICITUD CONSULTADA: ESTADO Y RESPUESTA
       400-ACCION-PF2.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 2
                SET WKS-MSG-SINSOL TO TRUE
                MOVE -1 TO EDDL5-NO-SOLL
           ELSE
                PERFORM 410-VALID-ACTUALIZA
                IF WKS-FLAG-INVALID = ZEROS
                     MOVE WKS-COM-CO-CLIENTE TO EDDS-CO-CLIENTE
                     MOVE WKS-COM-NO-SOL     TO EDDS-NO-SOLICITUD
                     PERFORM 809-EXEC-CICS-READ-DSR-UPD
                     EVALUATE TRUE
                          WHEN NOT WKS-EDM4DSR-NORMAL
                               SET WKS-MSG-SOL-NOTFND TO TRUE
                          WHEN EDDS-ATENDIDA
                               PERFORM 816-EXEC-CICS-UNLOCK-DSR
                               PERFORM 230-MUESTRA-SOLICITUD
                               SET WKS-MSG-YAATENDIDA TO TRUE
                          WHEN EDDS-TIPO-ACCESO
                           AND EDDS-EXP-FECHA = ZEROS
                           AND EDDL5-ESTADOI = "R"
                               PERFORM 816-EXEC-CICS-UNLOCK-DSR
                               PERFORM 230-MUESTRA-SOLICITUD
                               SET WKS-MSG-SINEXPED TO TRUE
                               MOVE DFHRED TO EDDL5-ESTADOC
                               MOVE -1 TO EDDL5-ESTADOL
                          WHEN OTHER
                               PERFORM 420-APLICA-ACTUALIZA
                     END-EVALUATE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->EL ESTADO DEBE SER A/P/R; ATENDIDA EXIGE LA RESPUESTA
       410-VALID-ACTUALIZA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDDL5-ESTADOC
           MOVE DFHTURQ TO EDDL5-RESPUESTC
           MOVE EDDL5-ESTADOI TO EDDS-ESTADO
           IF NOT EDDS-ESTADO-VALIDO
                SET WKS-MSG-BADESTADO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDDL5-ESTADOC
                MOVE -1 TO EDDL5-ESTADOL
           ELSE IF EDDS-ATENDIDA AND EDDL5-RESPUESTI NOT > SPACES
                SET WKS-MSG-SINRESP TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDDL5-RESPUESTC
                MOVE -1 TO EDDL5-RESPUESTL
           END-IF.

       420-APLICA-ACTUALIZA.
           MOVE EDDL5-ESTADOI       TO EDDS-ESTADO
           MOVE EDDL5-RESPUESTI     TO EDDS-RESPUESTA
           IF EDDS-ATENDIDA
                MOVE WKS-COM-OPERADOR-ID TO EDDS-OPERADOR-RESOL
                MOVE WKS-FECHA-HOY       TO EDDS-FECHA-RESOL
           END-IF
           MOVE WKS-COM-OPERADOR-ID TO EDDS-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY       TO EDDS-FECHA-ULT-MOV
           PERFORM 815-EXEC-CICS-REWRITE-DSR
           IF WKS-EDM4DSR-NORMAL
                PERFORM 230-MUESTRA-SOLICITUD
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
                MAP('EDDL5')
                MAPSET('EDDL5')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDDL5')
                MAPSET('EDDL5')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDDL5')
                MAPSET('EDDL5')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDDR')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDDL5')
                MAPSET ('EDDL5')
           END-EXEC.

       806-EXEC-CICS-READ-DSR.
           EXEC CICS READ
               FILE('EDM4DSR')
               INTO(REG-EDMDSR)
               RIDFLD(EDDS-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-DSR.

       807-EXEC-CICS-READ.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       808-EXEC-CICS-WRITE-DSR.
           EXEC CICS WRITE
               FILE('EDM4DSR')
               FROM(REG-EDMDSR)
               RIDFLD(EDDS-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-DSR.

       809-EXEC-CICS-READ-DSR-UPD.
           EXEC CICS READ
               FILE('EDM4DSR')
               INTO(REG-EDMDSR)
               RIDFLD(EDDS-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-DSR.

       810-EXEC-CICS-STARTBR-DSR.
           EXEC CICS STARTBR
               FILE('EDM4DSR')
               RIDFLD(EDDS-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-DSR.

       811-EXEC-CICS-READNEXT-DSR.
           EXEC CICS READNEXT
               FILE('EDM4DSR')
               INTO(REG-EDMDSR)
               RIDFLD(EDDS-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-DSR.

       812-EXEC-CICS-ENDBR-DSR.
           EXEC CICS ENDBR
               FILE('EDM4DSR')
               NOHANDLE
           END-EXEC.

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

       815-EXEC-CICS-REWRITE-DSR.
           EXEC CICS REWRITE
               FILE('EDM4DSR')
               FROM(REG-EDMDSR)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-DSR.

       816-EXEC-CICS-UNLOCK-DSR.
           EXEC CICS UNLOCK
               FILE('EDM4DSR')
               NOHANDLE
           END-EXEC.

       817-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       818-EXEC-CICS-READ-UPD-CON.
           EXEC CICS READ
               FILE('EDM4CON')
               INTO(REG-EDMCON)
               RIDFLD(EDCO-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-CON.

       819-EXEC-CICS-REWRITE-CON.
           EXEC CICS REWRITE
               FILE('EDM4CON')
               FROM(REG-EDMCON)
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-CON.

       820-EXEC-CICS-WRITE-CON.
           EXEC CICS WRITE
               FILE('EDM4CON')
               FROM(REG-EDMCON)
               RIDFLD(EDCO-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-CON.

       897-EVALUATE-DFHRESP-CON.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4CON-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4CON-NOTFND TO TRUE
                WHEN OTHER           SET WKS-EDM4CON-OTRO   TO TRUE
           END-EVALUATE.

       898-EVALUATE-DFHRESP-DSR.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4DSR-NORMAL  TO TRUE
                WHEN DFHRESP(NOTOPEN) SET WKS-EDM4DSR-NOTOPEN TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4DSR-NOTFND  TO TRUE
                WHEN DFHRESP(ENDFILE) SET WKS-EDM4DSR-ENDFILE TO TRUE
                WHEN OTHER            SET WKS-EDM4DSR-OTRO    TO TRUE
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
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NONUMERIC
                MOVE "CODIGO DE CLIENTE INCORRECTO"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "NO SE ENCONTRO"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-ELIMINADO
                MOVE "CLIENTE ELIMINADO O FUSIONADO"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "ARCHIVO CERRADO"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CAPTURA
                MOVE "CAPTURE LA SOLICITUD Y PRESIONE PF1"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONSULTADO
                MOVE "PF2=ACTUALIZAR  PF10=SALIR"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCLIENTE
                MOVE "CONSULTE PRIMERO UN CLIENTE"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOL-NOTFND
                MOVE "SOLICITUD NO EXISTE PARA EL CLIENTE"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADSOL
                MOVE "NUMERO DE SOLICITUD INCORRECTO"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADTIPO
                MOVE "TIPO: A=ACCESO C=CORREC O=OPOSIC S=SUPR"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCANAL
                MOVE "CANAL: V T C E"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADRECIBIDA
                MOVE "FECHA RECIBIDA DDMMAAAA, NO FUTURA"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADDESCRIP
                MOVE "DESCRIBA LA SOLICITUD"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADESTADO
                MOVE "ESTADO: A=ABIERTA P=PROCESO R=ATENDIDA"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINRESP
                MOVE "INDIQUE LA RESPUESTA AL TITULAR"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-REGISTRADO
                MOVE "SOLICITUD REGISTRADA"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-ACTUALIZADO
                MOVE "SOLICITUD ACTUALIZADA"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-YAATENDIDA
                MOVE "SOLICITUD YA ATENDIDA, NO SE MODIFICA"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINSOL
                MOVE "CONSULTE PRIMERO UNA SOLICITUD"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINEXPED
                MOVE "ACCESO SIN EXPEDIENTE EDID1R48 AUN"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-VETOFALLA
                MOVE "REGISTRADA; VETO EDM4CON NO APLICADO"
                TO EDDL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDDL5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDDL5-OUTPUT-MSGC
                MOVE SPACES   TO EDDL5-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDDL5-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDDL5-TIME-SISO.

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
           MOVE SPACE TO EDDL5I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
