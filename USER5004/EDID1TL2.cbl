      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1TL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : TITULARES BENEFICIARIOS DE COMPANIAS             *
      * ARCHIVOS    : EDM4BEN (I/O) / EDM4CL (VIA EDID1BCL)            *
      * ACCION (ES) : ENTER=LISTAR PF1=GRABAR PF2=ELIMINAR             *
      *               PF5=AVANZAR PF10=SALIR                           *
      * PROGRAMA(S) : XTCL / LINK EDID1BCL                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * MANTIENE EL REGISTRO EDM4BEN DE QUIEN ES DUENO DE CADA        *
      * COMPANIA (EDMC-TIPO-COMPANIA): CODIGO DEL TITULAR, PORCENTAJE *
      * DE PARTICIPACION, TIPO DE CONTROL (D=DIRECTO I=INDIRECTO      *
      * C=CONTROL SIN CAPITAL, QUE VA CON 0%) Y FECHA EFECTIVA        *
      * (DDMMAAAA; EN BLANCO ES HOY). PF1 AGREGA EL TITULAR O         *
      * ACTUALIZA EL QUE YA EXISTE; SE RECHAZA SI LA SUMA DE LA       *
      * COMPANIA PASA DE 100%. EL TITULAR PUEDE SER OTRA COMPANIA: LA *
      * CADENA HASTA LAS PERSONAS FINALES LA RECORRE EDID1R59.        *
      * TRANSID EDBO, VIA MENU                                        *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1TL2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9' ' '.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDTL2.

       COPY EDMBEN.

       COPY EDBCL.

       COPY EDBCD.

       COPY EDBFE.

       01 WKS-WORK-FIELDS.
           02 WKS-PAGE-LIMIT            PIC 9(02) VALUE 10.
           02 WKS-PROGRAM-BCL           PIC X(08) VALUE "EDID1BCL".
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-EDM4BEN-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4BEN-NORMAL        VALUE 1.
           88 WKS-EDM4BEN-NOTFND        VALUE 2.
           88 WKS-EDM4BEN-DUPREC        VALUE 3.
           88 WKS-EDM4BEN-ERROR         VALUE 4.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-BADCOMPANIA  VALUE 2.
                88 WKS-MSG-NOCOMPANIA   VALUE 3.
                88 WKS-MSG-BADTITULAR   VALUE 4.
                88 WKS-MSG-BADPORC      VALUE 5.
                88 WKS-MSG-PORCCONTROL  VALUE 6.
                88 WKS-MSG-BADCONTROL   VALUE 7.
                88 WKS-MSG-BADFECHA     VALUE 8.
                88 WKS-MSG-MISMOCODIGO  VALUE 9.
                88 WKS-MSG-EXCEDE       VALUE 10.
                88 WKS-MSG-AGREGADO     VALUE 11.
                88 WKS-MSG-ACTUALIZADO  VALUE 12.
                88 WKS-MSG-ELIMINADO    VALUE 13.
                88 WKS-MSG-NOEXISTE     VALUE 14.
                88 WKS-MSG-LISTADO      VALUE 15.
                88 WKS-MSG-FINLISTA     VALUE 16.
                88 WKS-MSG-UNKERROR     VALUE 17.
                88 WKS-MSG-ENTRENA      VALUE 18.
                88 WKS-MSG-DIGITO       VALUE 19.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-DIGITO-MAL       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PUNTO            PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

       01 WKS-TEMP-FIELDS.
           02 WKS-CO-COMPANIA           PIC 9(08).
           02 WKS-CO-TITULAR            PIC 9(08).
           02 WKS-TIPO-CONTROL          PIC X(01).
           02 WKS-FECHA-EFECTIVA        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-ED              PIC 99/99/9999.

      *-->LECTURA DEL PORCENTAJE DIGITADO (ENTEROS, PUNTO O COMA Y
      *   HASTA DOS DECIMALES) Y SUMA DE PARTICIPACIONES DE LA COMPANIA
       01 WKS-PORCENTAJES.
           02 WKS-CARACTER              PIC X(01).
           02 WKS-DIGITO REDEFINES WKS-CARACTER
                                        PIC 9(01).
           02 WKS-PORC-ENTERO           PIC 9(03) VALUE ZEROS.
           02 WKS-PORC-DECIMAL          PIC 9(02) VALUE ZEROS.
           02 WKS-CONT-ENTERO           PIC 9(01) VALUE ZEROS.
           02 WKS-CONT-DECIMAL          PIC 9(01) VALUE ZEROS.
           02 WKS-PORCENTAJE            PIC 9(03)V99 VALUE ZEROS.
           02 WKS-TOTAL-PORC            PIC 9(05)V99 VALUE ZEROS.
           02 WKS-PORC-ED               PIC ZZ9.99.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1TL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-CO-COMPANIA   PIC 9(08).
               03 WKS-COM-NEXT-TIT      PIC 9(08).
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

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(46).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 46 BYTES SE RESTAURA
      *   COMPLETA; OTRA LONGITUD SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 46
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT

      *-->EL REGISTRO DE TITULARES ES SIEMPRE DE PRODUCCION: UNA
      *   SESION DE ENTRENAMIENTO NO ENTRA (PF10 SIGUE SALIENDO)
           IF WKS-COM-EN-ENTRENA
           AND EIBAID NOT = DFHPF10
                PERFORM 010-RECHAZA-ENTRENA
           END-IF

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN NOT = 46
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    PERFORM 300-ACCION-PF1
                WHEN EIBAID = DFHPF2
                    PERFORM 400-ACCION-PF2
                WHEN EIBAID = DFHPF5
                    PERFORM 450-ACCION-PF5
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

      *-->RECHAZO DE SESION EN ENTRENAMIENTO
       010-RECHAZA-ENTRENA.
           SET WKS-MSG-ENTRENA TO TRUE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA LISTAR LOS TITULARES DE LA COMPANIA
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALID-COMPANIA
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 216-VERIFICA-DIGITO
                MOVE WKS-CO-COMPANIA TO WKS-COM-CO-COMPANIA
                MOVE 1 TO WKS-COM-CARGADO
                MOVE ZEROS TO WKS-COM-NEXT-TIT
                PERFORM 230-PROCESS-LOAD-PAGE
                MOVE ZEROS TO WKS-CO-TITULAR
                PERFORM 260-SUMA-PARTICIPACION
                SET WKS-MSG-LISTADO TO TRUE
      *-->REGLA DE TRANSICION: EL CODIGO SIN DIGITO VALIDO PASA,
      *   PERO EL AVISO QUEDA EN PANTALLA
                IF WKS-FLAG-DIGITO-MAL = 1
                     SET WKS-MSG-DIGITO TO TRUE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->VALIDA LA COMPANIA (DEBE EXISTIR, ESTAR ACTIVA Y SER TIPO C)
       210-VALID-COMPANIA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDTL2-CO-COMPANIAC
           MOVE -1 TO EDTL2-CO-COMPANIAL
           IF EDTL2-CO-COMPANIAI NOT > SPACES
           OR EDTL2-CO-COMPANIAI NOT NUMERO
                SET WKS-MSG-BADCOMPANIA TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                PERFORM 215-RIGHT-JUSTIFY-1
                MOVE WKS-CO-COMPANIA TO EDTL2-CO-COMPANIAO
                MOVE WKS-CO-COMPANIA TO EDBCL-CO-CLIENTE
                PERFORM 806-EXEC-CICS-LINK-BCL
                EVALUATE TRUE
                     WHEN NOT EDBCL-OK
                          SET WKS-MSG-BADCOMPANIA TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN EDBCL-TIPO-CLIENTE NOT = "C"
                          MOVE EDBCL-NOMBRE-CLIENTE
                            TO EDTL2-NOM-COMPANIAO
                          SET WKS-MSG-NOCOMPANIA TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN OTHER
                          MOVE EDBCL-NOMBRE-CLIENTE
                            TO EDTL2-NOM-COMPANIAO
                END-EVALUATE
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDTL2-CO-COMPANIAC
           END-IF.

      *-->VERIFICA EL DIGITO DEL CODIGO (RUTINA EDID1BCD)
       216-VERIFICA-DIGITO.
           MOVE ZEROS TO WKS-FLAG-DIGITO-MAL
           MOVE "V" TO EDCK-FUNCION
           MOVE WKS-CO-COMPANIA TO EDCK-CODIGO
           CALL "EDID1BCD" USING REG-EDBCD
           IF EDCK-INVALIDO
                MOVE 1 TO WKS-FLAG-DIGITO-MAL
           END-IF.

       215-RIGHT-JUSTIFY-1.
           INITIALIZE WKS-CO-COMPANIA
           INITIALIZE WKS-INDEX
           MOVE 9 TO WKS-AUX
           PERFORM VARYING WKS-INDEX FROM 8 BY -1
           UNTIL WKS-INDEX = ZEROS
               IF EDTL2-CO-COMPANIAI(WKS-INDEX:1) NOT EQUAL ' '
                   SUBTRACT 1 FROM WKS-AUX
                   MOVE EDTL2-CO-COMPANIAI(WKS-INDEX:1)
                   TO WKS-CO-COMPANIA(WKS-AUX:1)
               END-IF
           END-PERFORM.

      *-->VALIDA EL TITULAR (DEBE EXISTIR Y ESTAR ACTIVO; PERSONA O
      *   COMPANIA)
       220-VALID-TITULAR.
           MOVE DFHTURQ TO EDTL2-CO-TITULARC
           IF EDTL2-CO-TITULARI NOT > SPACES
           OR EDTL2-CO-TITULARI NOT NUMERO
                SET WKS-MSG-BADTITULAR TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                PERFORM 225-RIGHT-JUSTIFY-2
                MOVE WKS-CO-TITULAR TO EDTL2-CO-TITULARO
                MOVE WKS-CO-TITULAR TO EDBCL-CO-CLIENTE
                PERFORM 806-EXEC-CICS-LINK-BCL
                IF EDBCL-OK
                     MOVE EDBCL-NOMBRE-CLIENTE TO EDTL2-NOM-TITULARO
                ELSE
                     SET WKS-MSG-BADTITULAR TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDTL2-CO-TITULARC
                MOVE -1 TO EDTL2-CO-TITULARL
           END-IF.

       225-RIGHT-JUSTIFY-2.
           INITIALIZE WKS-CO-TITULAR
           INITIALIZE WKS-INDEX
           MOVE 9 TO WKS-AUX
           PERFORM VARYING WKS-INDEX FROM 8 BY -1
           UNTIL WKS-INDEX = ZEROS
               IF EDTL2-CO-TITULARI(WKS-INDEX:1) NOT EQUAL ' '
                   SUBTRACT 1 FROM WKS-AUX
                   MOVE EDTL2-CO-TITULARI(WKS-INDEX:1)
                   TO WKS-CO-TITULAR(WKS-AUX:1)
               END-IF
           END-PERFORM.

      *-->CARGA UNA PAGINA DE TITULARES DE LA COMPANIA EN SESION
       230-PROCESS-LOAD-PAGE.
           MOVE WKS-COM-CO-COMPANIA TO EDBN-CO-COMPANIA
           MOVE WKS-COM-NEXT-TIT    TO EDBN-CO-TITULAR
           PERFORM 240-CLEAR-TABLE
           MOVE 1 TO WKS-INDEX
           PERFORM 807-EXEC-CICS-STARTBR-BEN
           PERFORM UNTIL WKS-INDEX > WKS-PAGE-LIMIT
           OR NOT WKS-EDM4BEN-NORMAL
                PERFORM 808-EXEC-CICS-READNEXT-BEN
                IF WKS-EDM4BEN-NORMAL
                     IF EDBN-CO-COMPANIA = WKS-COM-CO-COMPANIA
                          PERFORM 250-LOAD-TABLE-LINE
                          ADD 1 TO WKS-INDEX
                     ELSE
                          SET WKS-EDM4BEN-ERROR TO TRUE
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 809-EXEC-CICS-ENDBR-BEN
           IF WKS-INDEX > WKS-PAGE-LIMIT
                COMPUTE WKS-COM-NEXT-TIT = EDBN-CO-TITULAR + 1
           ELSE
                MOVE ZEROS TO WKS-COM-NEXT-TIT
           END-IF.

       240-CLEAR-TABLE.
           MOVE 1 TO WKS-AUX
           PERFORM UNTIL WKS-AUX > WKS-PAGE-LIMIT
                MOVE SPACES TO EDTL2-LIN-CODIGOO(WKS-AUX)
                MOVE SPACES TO EDTL2-LIN-NOMBREO(WKS-AUX)
                MOVE SPACES TO EDTL2-LIN-PORCO(WKS-AUX)
                MOVE SPACES TO EDTL2-LIN-CONTROLO(WKS-AUX)
                MOVE SPACES TO EDTL2-LIN-FECHAO(WKS-AUX)
                ADD 1 TO WKS-AUX
           END-PERFORM.

      *-->CARGA UN RENGLON: EL NOMBRE SE RESUELVE CON EDID1BCL
       250-LOAD-TABLE-LINE.
           MOVE EDBN-CO-TITULAR   TO EDTL2-LIN-CODIGOO(WKS-INDEX)
           MOVE EDBN-PORCENTAJE   TO WKS-PORC-ED
           MOVE WKS-PORC-ED       TO EDTL2-LIN-PORCO(WKS-INDEX)
           MOVE EDBN-TIPO-CONTROL TO EDTL2-LIN-CONTROLO(WKS-INDEX)
           IF EDBN-FECHA-EFECTIVA > ZEROS
                MOVE EDBN-FECHA-EFECTIVA(7:2)
                  TO WKS-FECHA-DDMMAAAA(1:2)
                MOVE EDBN-FECHA-EFECTIVA(5:2)
                  TO WKS-FECHA-DDMMAAAA(3:2)
                MOVE EDBN-FECHA-EFECTIVA(1:4)
                  TO WKS-FECHA-DDMMAAAA(5:4)
                MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED
                MOVE WKS-FECHA-ED TO EDTL2-LIN-FECHAO(WKS-INDEX)
           END-IF
           MOVE EDBN-CO-TITULAR   TO EDBCL-CO-CLIENTE
           PERFORM 806-EXEC-CICS-LINK-BCL
           IF EDBCL-OK
                MOVE EDBCL-NOMBRE-CLIENTE
                    TO EDTL2-LIN-NOMBREO(WKS-INDEX)
           ELSE
                MOVE SPACES TO EDTL2-LIN-NOMBREO(WKS-INDEX)
           END-IF.

      *-->SUMA LAS PARTICIPACIONES DE LA COMPANIA SIN CONTAR LA DEL
      *   TITULAR EN WKS-CO-TITULAR (CEROS = SE CUENTAN TODAS) Y LA
      *   DEJA EN PANTALLA
       260-SUMA-PARTICIPACION.
           MOVE ZEROS TO WKS-TOTAL-PORC
           MOVE WKS-COM-CO-COMPANIA TO EDBN-CO-COMPANIA
           MOVE ZEROS               TO EDBN-CO-TITULAR
           PERFORM 807-EXEC-CICS-STARTBR-BEN
           PERFORM UNTIL NOT WKS-EDM4BEN-NORMAL
                PERFORM 808-EXEC-CICS-READNEXT-BEN
                IF WKS-EDM4BEN-NORMAL
                     IF EDBN-CO-COMPANIA = WKS-COM-CO-COMPANIA
                          IF EDBN-CO-TITULAR NOT = WKS-CO-TITULAR
                               ADD EDBN-PORCENTAJE TO WKS-TOTAL-PORC
                          END-IF
                     ELSE
                          SET WKS-EDM4BEN-ERROR TO TRUE
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 809-EXEC-CICS-ENDBR-BEN
           MOVE WKS-TOTAL-PORC TO WKS-PORC-ED
           MOVE WKS-PORC-ED    TO EDTL2-TOTALO.

      *-->ACCION PARA AGREGAR O ACTUALIZAR EL TITULAR EN PANTALLA
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALID-COMPANIA
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-COMPANIA TO WKS-COM-CO-COMPANIA
                MOVE 1 TO WKS-COM-CARGADO
                PERFORM 220-VALID-TITULAR
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                IF WKS-CO-COMPANIA = WKS-CO-TITULAR
                     SET WKS-MSG-MISMOCODIGO TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                     MOVE -1 TO EDTL2-CO-TITULARL
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 310-VALID-CONTROL
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 320-VALID-PORCENTAJE
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 330-VALID-FECHA
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 260-SUMA-PARTICIPACION
                IF WKS-TOTAL-PORC + WKS-PORCENTAJE > 100
                     SET WKS-MSG-EXCEDE TO TRUE
                     MOVE DFHRED TO EDTL2-PORCC
                     MOVE -1 TO EDTL2-PORCL
                ELSE
                     PERFORM 340-GRABA-TITULAR
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

       310-VALID-CONTROL.
           MOVE DFHTURQ TO EDTL2-CONTROLC
           MOVE EDTL2-CONTROLI TO WKS-TIPO-CONTROL
           MOVE WKS-TIPO-CONTROL TO EDBN-TIPO-CONTROL
           IF NOT EDBN-CONTROL-VALIDO
                SET WKS-MSG-BADCONTROL TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDTL2-CONTROLC
                MOVE -1 TO EDTL2-CONTROLL
           END-IF.

      *-->EL PORCENTAJE SE LEE CARACTER POR CARACTER: HASTA TRES
      *   ENTEROS, UN PUNTO O COMA Y HASTA DOS DECIMALES. DIRECTO E
      *   INDIRECTO VAN DE 0.01 A 100; CONTROL SIN CAPITAL VA EN CERO
       320-VALID-PORCENTAJE.
           MOVE DFHTURQ TO EDTL2-PORCC
           MOVE ZEROS TO WKS-PORC-ENTERO
           MOVE ZEROS TO WKS-PORC-DECIMAL
           MOVE ZEROS TO WKS-CONT-ENTERO
           MOVE ZEROS TO WKS-CONT-DECIMAL
           MOVE ZEROS TO WKS-FLAG-PUNTO
           PERFORM VARYING WKS-INDEX FROM 1 BY 1
           UNTIL WKS-INDEX > 6 OR WKS-FLAG-INVALID = 1
               MOVE EDTL2-PORCI(WKS-INDEX:1) TO WKS-CARACTER
               EVALUATE TRUE
                   WHEN WKS-CARACTER = SPACE OR LOW-VALUE
                       CONTINUE
                   WHEN WKS-CARACTER = "." OR ","
                       IF WKS-FLAG-PUNTO = 1
                           MOVE 1 TO WKS-FLAG-INVALID
                       ELSE
                           MOVE 1 TO WKS-FLAG-PUNTO
                       END-IF
                   WHEN WKS-CARACTER IS NUMERIC
                       IF WKS-FLAG-PUNTO = ZEROS
                           ADD 1 TO WKS-CONT-ENTERO
                           IF WKS-CONT-ENTERO > 3
                               MOVE 1 TO WKS-FLAG-INVALID
                           ELSE
                               COMPUTE WKS-PORC-ENTERO =
                                   WKS-PORC-ENTERO * 10 + WKS-DIGITO
                           END-IF
                       ELSE
                           ADD 1 TO WKS-CONT-DECIMAL
                           IF WKS-CONT-DECIMAL > 2
                               MOVE 1 TO WKS-FLAG-INVALID
                           ELSE
                               IF WKS-CONT-DECIMAL = 1
                                   COMPUTE WKS-PORC-DECIMAL =
                                       WKS-DIGITO * 10
                               ELSE
                                   ADD WKS-DIGITO TO WKS-PORC-DECIMAL
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 1 TO WKS-FLAG-INVALID
               END-EVALUATE
           END-PERFORM
           IF WKS-FLAG-INVALID = ZEROS
                COMPUTE WKS-PORCENTAJE =
                    WKS-PORC-ENTERO + WKS-PORC-DECIMAL / 100
                EVALUATE TRUE
                     WHEN WKS-TIPO-CONTROL = "C"
                      AND WKS-PORCENTAJE NOT = ZEROS
                          SET WKS-MSG-PORCCONTROL TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN WKS-TIPO-CONTROL = "C"
                          CONTINUE
                     WHEN WKS-PORCENTAJE = ZEROS
                       OR WKS-PORCENTAJE > 100
                          SET WKS-MSG-BADPORC TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                END-EVALUATE
           ELSE
                SET WKS-MSG-BADPORC TO TRUE
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDTL2-PORCC
                MOVE -1 TO EDTL2-PORCL
           ELSE
                MOVE WKS-PORCENTAJE TO WKS-PORC-ED
                MOVE WKS-PORC-ED    TO EDTL2-PORCO
           END-IF.

      *-->FECHA EFECTIVA DDMMAAAA CON LA RUTINA COMUN DE FECHAS; EN
      *   BLANCO RIGE DESDE HOY
       330-VALID-FECHA.
           MOVE DFHTURQ TO EDTL2-FECHAC
           IF EDTL2-FECHAI NOT > SPACES
                MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-EFECTIVA
           ELSE
                IF EDTL2-FECHAI NOT NUMERO
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE "V" TO EDBF-FUNCION
                     MOVE EDTL2-FECHAI TO EDBF-FECHA-DDMMAAAA
                     CALL "EDID1BFE" USING REG-EDBFE
                     IF EDBF-FECHA-INVALIDA
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE
                          MOVE "R" TO EDBF-FUNCION
                          CALL "EDID1BFE" USING REG-EDBFE
                          MOVE EDBF-FECHA-AAAAMMDD
                            TO WKS-FECHA-EFECTIVA
                     END-IF
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADFECHA TO TRUE
                MOVE DFHRED TO EDTL2-FECHAC
                MOVE -1 TO EDTL2-FECHAL
           END-IF.

      *-->SI EL TITULAR YA ESTA EN LA COMPANIA SE ACTUALIZA; SI NO,
      *   SE AGREGA. DESPUES SE RECARGA LA LISTA Y EL TOTAL
       340-GRABA-TITULAR.
           MOVE WKS-CO-COMPANIA TO EDBN-CO-COMPANIA
           MOVE WKS-CO-TITULAR  TO EDBN-CO-TITULAR
           PERFORM 810-EXEC-CICS-READ-UPDATE-BEN
           EVALUATE TRUE
                WHEN WKS-EDM4BEN-NORMAL
                     PERFORM 345-MUEVE-DATOS
                     PERFORM 811-EXEC-CICS-REWRITE-BEN
                     IF WKS-EDM4BEN-NORMAL
                          SET WKS-MSG-ACTUALIZADO TO TRUE
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                WHEN WKS-EDM4BEN-NOTFND
                     INITIALIZE REG-EDMBEN
                     MOVE WKS-CO-COMPANIA TO EDBN-CO-COMPANIA
                     MOVE WKS-CO-TITULAR  TO EDBN-CO-TITULAR
                     PERFORM 345-MUEVE-DATOS
                     PERFORM 812-EXEC-CICS-WRITE-BEN
                     IF WKS-EDM4BEN-NORMAL
                          SET WKS-MSG-AGREGADO TO TRUE
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                WHEN OTHER
                     SET WKS-MSG-UNKERROR TO TRUE
           END-EVALUATE
           IF WKS-MSG-AGREGADO OR WKS-MSG-ACTUALIZADO
                MOVE ZEROS TO WKS-COM-NEXT-TIT
                PERFORM 230-PROCESS-LOAD-PAGE
                MOVE ZEROS TO WKS-CO-TITULAR
                PERFORM 260-SUMA-PARTICIPACION
           END-IF.

       345-MUEVE-DATOS.
           MOVE WKS-PORCENTAJE      TO EDBN-PORCENTAJE
           MOVE WKS-TIPO-CONTROL    TO EDBN-TIPO-CONTROL
           MOVE WKS-FECHA-EFECTIVA  TO EDBN-FECHA-EFECTIVA
           MOVE WKS-COM-OPERADOR-ID TO EDBN-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDBN-FECHA-ALTA
           MOVE SPACES              TO EDBN-FILLER.

      *-->ACCION PARA QUITAR EL TITULAR EN PANTALLA (EL CODIGO SOLO
      *   SE VALIDA NUMERICO: UN TITULAR YA ELIMINADO DEL MAESTRO
      *   TAMBIEN DEBE PODER QUITARSE DEL REGISTRO)
       400-ACCION-PF2.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALID-COMPANIA
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-COMPANIA TO WKS-COM-CO-COMPANIA
                MOVE 1 TO WKS-COM-CARGADO
                IF EDTL2-CO-TITULARI NOT > SPACES
                OR EDTL2-CO-TITULARI NOT NUMERO
                     SET WKS-MSG-BADTITULAR TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                     MOVE DFHRED TO EDTL2-CO-TITULARC
                     MOVE -1 TO EDTL2-CO-TITULARL
                ELSE
                     PERFORM 225-RIGHT-JUSTIFY-2
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-COMPANIA TO EDBN-CO-COMPANIA
                MOVE WKS-CO-TITULAR  TO EDBN-CO-TITULAR
                PERFORM 813-EXEC-CICS-DELETE-BEN
                IF WKS-EDM4BEN-NORMAL
                     SET WKS-MSG-ELIMINADO TO TRUE
                     MOVE ZEROS TO WKS-COM-NEXT-TIT
                     PERFORM 230-PROCESS-LOAD-PAGE
                     MOVE ZEROS TO WKS-CO-TITULAR
                     PERFORM 260-SUMA-PARTICIPACION
                ELSE
                     SET WKS-MSG-NOEXISTE TO TRUE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA AVANZAR A LA SIGUIENTE PAGINA DE TITULARES
       450-ACCION-PF5.
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-BADCOMPANIA TO TRUE
           ELSE IF WKS-COM-NEXT-TIT = ZEROS
                SET WKS-MSG-FINLISTA TO TRUE
           ELSE
                PERFORM 230-PROCESS-LOAD-PAGE
                SET WKS-MSG-LISTADO TO TRUE
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
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
                MAP('EDTL2')
                MAPSET('EDTL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDTL2')
                MAPSET('EDTL2')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDTL2')
                MAPSET('EDTL2')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDBO')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDTL2')
                MAPSET ('EDTL2')
           END-EXEC.

       806-EXEC-CICS-LINK-BCL.
           EXEC CICS LINK
                PROGRAM(WKS-PROGRAM-BCL)
                COMMAREA(REG-EDBCL)
                NOHANDLE
           END-EXEC.

       807-EXEC-CICS-STARTBR-BEN.
           EXEC CICS STARTBR
               FILE('EDM4BEN')
               RIDFLD(EDBN-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-BEN.

       808-EXEC-CICS-READNEXT-BEN.
           EXEC CICS READNEXT
               FILE('EDM4BEN')
               INTO(REG-EDMBEN)
               RIDFLD(EDBN-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-BEN.

       809-EXEC-CICS-ENDBR-BEN.
           EXEC CICS ENDBR
               FILE('EDM4BEN')
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-READ-UPDATE-BEN.
           EXEC CICS READ
               FILE('EDM4BEN')
               INTO(REG-EDMBEN)
               RIDFLD(EDBN-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-BEN.

       811-EXEC-CICS-REWRITE-BEN.
           EXEC CICS REWRITE
               FILE('EDM4BEN')
               FROM(REG-EDMBEN)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-BEN.

       812-EXEC-CICS-WRITE-BEN.
           EXEC CICS WRITE
               FILE('EDM4BEN')
               FROM(REG-EDMBEN)
               RIDFLD(EDBN-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-BEN.

       813-EXEC-CICS-DELETE-BEN.
           EXEC CICS DELETE
               FILE('EDM4BEN')
               RIDFLD(EDBN-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-BEN.

       814-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       898-EVALUATE-DFHRESP-BEN.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4BEN-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4BEN-NOTFND TO TRUE
                WHEN DFHRESP(DUPREC) SET WKS-EDM4BEN-DUPREC TO TRUE
                WHEN OTHER           SET WKS-EDM4BEN-ERROR  TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ENTRENA
                MOVE "NO DISPONIBLE EN ENTRENAMIENTO, USE PF10"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-DIGITO
                MOVE "AVISO: DIGITO VERIFICADOR NO CUADRA"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCOMPANIA
                MOVE "COMPANIA INVALIDA O INACTIVA"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOCOMPANIA
                MOVE "EL CODIGO NO ES DE UNA COMPANIA"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADTITULAR
                MOVE "TITULAR INVALIDO O INACTIVO"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADPORC
                MOVE "PORCENTAJE INVALIDO (0.01 A 100.00)"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-PORCCONTROL
                MOVE "CONTROL SIN CAPITAL (C) VA CON 0%"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCONTROL
                MOVE "TIPO DE CONTROL INVALIDO (D/I/C)"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADFECHA
                MOVE "FECHA EFECTIVA INVALIDA (DDMMAAAA)"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-MISMOCODIGO
                MOVE "LA COMPANIA NO PUEDE SER SU TITULAR"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-EXCEDE
                MOVE "LA SUMA DE PARTICIPACIONES PASA DE 100%"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-AGREGADO
                MOVE "TITULAR AGREGADO"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ACTUALIZADO
                MOVE "TITULAR ACTUALIZADO"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ELIMINADO
                MOVE "TITULAR ELIMINADO"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOEXISTE
                MOVE "ESE TITULAR NO ESTA EN LA COMPANIA"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-LISTADO
                MOVE "PF1=GRABAR PF2=ELIMINAR PF5=AVANZAR"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-FINLISTA
                MOVE "NO HAY MAS TITULARES"
                TO EDTL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDTL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDTL2-OUTPUT-MSGC
                MOVE SPACES   TO EDTL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDTL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDTL2-TIME-SISO.

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
           MOVE SPACE TO EDTL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
