      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1QL5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : REVISION DE LA MUESTRA DE CALIDAD DEL            *
      *               MANTENIMIENTO                                    *
      * ARCHIVOS    : EDM4QAM (I/O) / EDM4AUL (ENTRADA)                *
      * ACCION (ES) : ENTER=BUSCAR PF1=GRABAR REVISION PF8=SALTAR      *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : EDID1BVJ (LINK) / CALL EDID1BFE / XTCL           *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * PRESENTA UNO A UNO LOS MOVIMIENTOS PENDIENTES DE LA MUESTRA   *
      * DIARIA EDM4QAM (LA GRABA EL MUESTREO NOCTURNO EDID1R91),      *
      * DESDE LA FECHA DE MUESTRA DIGITADA (EN BLANCO, LA MAS         *
      * ANTIGUA) Y SOLO DE LA SUCURSAL DIGITADA SI LA HAY. MUESTRA    *
      * QUIEN, CUANDO, CON QUE PROGRAMA Y POR QUE ENTRO A LA MUESTRA, *
      * Y LOS DATOS ANTES Y DESPUES DEL MOVIMIENTO SEGUN LA BITACORA  *
      * EDM4AUL, PARA COTEJARLOS CON EL DOCUMENTO FUENTE. EL          *
      * SUPERVISOR LO MARCA C (CORRECTO) O E (ERROR, CON CATEGORIA)   *
      * Y PF1 GRABA Y PASA AL SIGUIENTE; PF8 LO DEJA PENDIENTE. NADIE *
      * REVISA SU PROPIO TRABAJO: ESOS MOVIMIENTOS SE SALTAN. LA      *
      * VISTA DE UN CLIENTE SENSIBLE QUEDA EN EDM4VIS (EDID1BVJ).     *
      * SOLO SUPERVISOR O ADMIN; TRANSID EDQ5, VIA OPCION DE MENU EN  *
      * EDM4MNU                                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1QL5.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDQL5.

       COPY EDMQAM.

       COPY EDMAUL.

       COPY EDMACL.

       COPY EDBVJ.

       COPY EDBFE.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-HORA-HOY              PIC 9(06) VALUE ZEROS.
           02 WKS-HORA-ED.
               03 WKS-HORA-ED-HH        PIC 99.
               03 FILLER                PIC X VALUE ":".
               03 WKS-HORA-ED-MM        PIC 99.
               03 FILLER                PIC X VALUE ":".
               03 WKS-HORA-ED-SS        PIC 99.
           02 WKS-TASA-ED.
               03 WKS-TASA-ED-NUM       PIC ZZ9.
               03 FILLER                PIC X VALUE "%".
           02 WKS-IMAGEN                PIC X(200) VALUE SPACES.

       01 WKS-EDM4QAM-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4QAM-NORMAL        VALUE 1.
           88 WKS-EDM4QAM-NOTFND        VALUE 2.
           88 WKS-EDM4QAM-ENDFILE       VALUE 3.
           88 WKS-EDM4QAM-OTRO          VALUE 4.

       01 WKS-EDM4AUL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4AUL-NORMAL        VALUE 1.
           88 WKS-EDM4AUL-NOTFND        VALUE 2.
           88 WKS-EDM4AUL-OTRO          VALUE 3.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NOAUTH       VALUE 2.
                88 WKS-MSG-INICIO       VALUE 3.
                88 WKS-MSG-BADFECHA     VALUE 4.
                88 WKS-MSG-REVISE       VALUE 5.
                88 WKS-MSG-NOPEND       VALUE 6.
                88 WKS-MSG-NOAUL        VALUE 7.
                88 WKS-MSG-SINITEM      VALUE 8.
                88 WKS-MSG-BADRES       VALUE 9.
                88 WKS-MSG-BADCAT       VALUE 10.
                88 WKS-MSG-SOBRACAT     VALUE 11.
                88 WKS-MSG-YAREV        VALUE 12.
                88 WKS-MSG-GRABSIG      VALUE 13.
                88 WKS-MSG-GRABFIN      VALUE 14.
                88 WKS-MSG-UNKERROR     VALUE 15.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-HALLADO          PIC 9 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1QL5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
      *-->MARCA DE PANTALLA ACTIVA: DISTINGUE LA REENTRADA PROPIA
      *   (46 BYTES) DEL LOGIN QUE LLEGA DEL MENU (29 BYTES)
               03 WKS-COM-PANTALLA      PIC 9 VALUE ZEROS.
      *-->MOVIMIENTO EN PANTALLA (FECHA EN CEROS = NINGUNO) Y FILTRO
      *   DE SUCURSAL CON EL QUE SE BUSCA EL SIGUIENTE
               03 WKS-COM-FECHA         PIC 9(08) VALUE ZEROS.
               03 WKS-COM-SECUENCIA     PIC 9(05) VALUE ZEROS.
               03 WKS-COM-FILTRO-SUC    PIC X(03) VALUE SPACES.

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

      *-->MOVER COMMAREA (EIBCALEN=29 ES SOLO EL LOGIN DEL MENU)
           IF EIBCALEN = 29
                MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA TO WKS-COMMAREA
                END-IF
           END-IF
           MOVE 1 TO WKS-COM-PANTALLA

           PERFORM 005-CHECK-SESION-TIMEOUT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-HORA-HOY

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN NOT WKS-COM-ROL-SUPERVISOR
                AND  NOT WKS-COM-ROL-ADMIN
                    PERFORM 090-ACCION-NOAUTH
                WHEN EIBCALEN = 0 OR EIBCALEN = 29
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    PERFORM 300-ACCION-PF1
                WHEN EIBAID = DFHPF8
                    PERFORM 350-ACCION-PF8
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION CUANDO EL OPERADOR EN SESION NO ES SUPERVISOR
       090-ACCION-NOAUTH.
           SET WKS-MSG-NOAUTH TO TRUE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           MOVE ZEROS  TO WKS-COM-FECHA
           MOVE ZEROS  TO WKS-COM-SECUENCIA
           MOVE SPACES TO WKS-COM-FILTRO-SUC
           SET WKS-MSG-INICIO TO TRUE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA BUSCAR EL PRIMER PENDIENTE DESDE LA FECHA Y CON
      *   LA SUCURSAL DIGITADAS
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE DFHTURQ TO EDQL5-FECHAC
           PERFORM 210-VALIDA-FECHA
           IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADFECHA TO TRUE
                MOVE DFHRED TO EDQL5-FECHAC
                MOVE -1 TO EDQL5-FECHAL
           ELSE
                IF EDQL5-SUCURSALI > SPACES
                     MOVE EDQL5-SUCURSALI TO WKS-COM-FILTRO-SUC
                ELSE
                     MOVE SPACES TO WKS-COM-FILTRO-SUC
                END-IF
                MOVE WKS-FECHA-AAAAMMDD TO EDQM-FECHA-MUESTRA
                MOVE ZEROS              TO EDQM-SECUENCIA
                PERFORM 250-BUSCA-PENDIENTE
                PERFORM 260-MUESTRA-MOVIMIENTO
                MOVE -1 TO EDQL5-RESULTADOL
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->FECHA EN BLANCO = DESDE LA MUESTRA MAS ANTIGUA; DIGITADA SE
      *   VALIDA Y SE INVIERTE A AAAAMMDD
       210-VALIDA-FECHA.
           MOVE ZEROS TO WKS-FLAG-INVALID
           MOVE ZEROS TO WKS-FECHA-AAAAMMDD
           IF EDQL5-FECHAI > SPACES
                IF EDQL5-FECHAI NOT NUMERO
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE "V" TO EDBF-FUNCION
                     MOVE EDQL5-FECHAI TO EDBF-FECHA-DDMMAAAA
                     CALL "EDID1BFE" USING REG-EDBFE
                     IF EDBF-FECHA-INVALIDA
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE
                          MOVE "R" TO EDBF-FUNCION
                          CALL "EDID1BFE" USING REG-EDBFE
                          MOVE EDBF-FECHA-AAAAMMDD
                              TO WKS-FECHA-AAAAMMDD
                     END-IF
                END-IF
           END-IF.

      *-->RECORRE EDM4QAM DESDE LA LLAVE DADA HASTA EL PRIMER
      *   PENDIENTE DE LA SUCURSAL FILTRADA QUE NO SEA TRABAJO DEL
      *   PROPIO REVISOR; DEJA SU LLAVE EN LA COMMAREA
       250-BUSCA-PENDIENTE.
           MOVE ZEROS TO WKS-FLAG-HALLADO
           PERFORM 807-EXEC-CICS-STARTBR-QAM
           PERFORM UNTIL WKS-FLAG-HALLADO = 1
           OR NOT WKS-EDM4QAM-NORMAL
                PERFORM 808-EXEC-CICS-READNEXT-QAM
                IF WKS-EDM4QAM-NORMAL
                AND EDQM-PENDIENTE
                AND EDQM-OPERADOR NOT = WKS-COM-OPERADOR-ID
                AND (WKS-COM-FILTRO-SUC = SPACES
                     OR EDQM-SUCURSAL = WKS-COM-FILTRO-SUC)
                     MOVE 1 TO WKS-FLAG-HALLADO
                END-IF
           END-PERFORM
           PERFORM 809-EXEC-CICS-ENDBR-QAM
           IF WKS-FLAG-HALLADO = 1
                MOVE EDQM-FECHA-MUESTRA TO WKS-COM-FECHA
                MOVE EDQM-SECUENCIA     TO WKS-COM-SECUENCIA
           ELSE
                MOVE ZEROS TO WKS-COM-FECHA
                MOVE ZEROS TO WKS-COM-SECUENCIA
           END-IF.

      *-->PINTA EL MOVIMIENTO HALLADO CON SUS DATOS ANTES Y DESPUES;
      *   SIN PENDIENTES LIMPIA LA PANTALLA
       260-MUESTRA-MOVIMIENTO.
           PERFORM 270-LIMPIA-MOVIMIENTO
           IF WKS-FLAG-HALLADO = ZEROS
                SET WKS-MSG-NOPEND TO TRUE
           ELSE
                SET WKS-MSG-REVISE TO TRUE
                MOVE EDQM-FECHA-MUESTRA TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED       TO EDQL5-MUESTRAO
                MOVE EDQM-SECUENCIA     TO EDQL5-SECUENCIAO
                MOVE EDQM-CO-CLIENTE    TO EDQL5-CLIENTEO
                MOVE EDQM-OPERADOR      TO EDQL5-OPERADORO
                MOVE EDQM-SUCURSAL      TO EDQL5-SUCOPERO
                MOVE EDQM-ACCION        TO EDQL5-ACCIONO
                MOVE EDQM-PROGRAMA      TO EDQL5-PROGRAMAO
                MOVE EDQM-FECHA-MOV     TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED       TO EDQL5-FECMOVO
                MOVE EDQM-HORA-MOV(1:2) TO WKS-HORA-ED-HH
                MOVE EDQM-HORA-MOV(3:2) TO WKS-HORA-ED-MM
                MOVE EDQM-HORA-MOV(5:2) TO WKS-HORA-ED-SS
                MOVE WKS-HORA-ED        TO EDQL5-HORMOVO
                EVALUATE TRUE
                     WHEN EDQM-SEL-OPERADOR
                          MOVE "TASA OPERADOR"  TO EDQL5-MOTIVOO
                     WHEN EDQM-SEL-NUEVO
                          MOVE "OPERADOR NUEVO" TO EDQL5-MOTIVOO
                     WHEN EDQM-SEL-SENSIBLE
                          MOVE "CLIENTE SENSIBLE" TO EDQL5-MOTIVOO
                     WHEN OTHER
                          MOVE "TASA GENERAL"   TO EDQL5-MOTIVOO
                END-EVALUATE
                MOVE EDQM-TASA-APLICADA TO WKS-TASA-ED-NUM
                MOVE WKS-TASA-ED        TO EDQL5-TASAO
                PERFORM 265-CARGA-ANTES-DESPUES
           END-IF.

      *-->DATOS DEL MOVIMIENTO EN LA BITACORA: DE LAS IMAGENES
      *   COMPLETAS O, EN REGISTROS SIN ELLAS, DEL RESUMEN
       265-CARGA-ANTES-DESPUES.
           MOVE EDQM-CO-CLIENTE TO EDAU-CO-CLIENTE
           MOVE EDQM-FECHA-MOV  TO EDAU-FECHA-MOV
           MOVE EDQM-HORA-MOV   TO EDAU-HORA-MOV
           PERFORM 806-EXEC-CICS-READ-AUL
           IF NOT WKS-EDM4AUL-NORMAL
                SET WKS-MSG-NOAUL TO TRUE
           ELSE
                IF EDAU-IMAGEN-ANTES > SPACES
                     MOVE EDAU-IMAGEN-ANTES TO REG-EDMACL
                     MOVE EDMC-NOMBRE-CLIENTE  TO EDQL5-ANT-NOMBREO
                     MOVE EDMC-FECHA-NAC-O-CONSTITUC TO WKS-FECHA-ED
                     MOVE WKS-FECHA-ED         TO EDQL5-ANT-FNACO
                     MOVE EDMC-NUMERO-TELEFONO TO EDQL5-ANT-TELEFONOO
                     MOVE EDMC-DIRECCION       TO EDQL5-ANT-DIRECCIONO
                     MOVE EDMC-CIUDAD          TO EDQL5-ANT-CIUDADO
                     MOVE EDMC-TIPO-CLIENTE    TO EDQL5-ANT-TIPOO
                     MOVE EDMC-SUCURSAL        TO EDQL5-ANT-SUCURSALO
                ELSE IF EDAU-ANTES-NOMBRE > SPACES
                     MOVE EDAU-ANTES-NOMBRE    TO EDQL5-ANT-NOMBREO
                     MOVE EDAU-ANTES-FECHA-NAC TO WKS-FECHA-ED
                     MOVE WKS-FECHA-ED         TO EDQL5-ANT-FNACO
                     MOVE EDAU-ANTES-TELEFONO  TO EDQL5-ANT-TELEFONOO
                END-IF
                IF EDAU-IMAGEN-DESPUES > SPACES
                     MOVE EDAU-IMAGEN-DESPUES TO REG-EDMACL
                     MOVE EDMC-NOMBRE-CLIENTE  TO EDQL5-DES-NOMBREO
                     MOVE EDMC-FECHA-NAC-O-CONSTITUC TO WKS-FECHA-ED
                     MOVE WKS-FECHA-ED         TO EDQL5-DES-FNACO
                     MOVE EDMC-NUMERO-TELEFONO TO EDQL5-DES-TELEFONOO
                     MOVE EDMC-DIRECCION       TO EDQL5-DES-DIRECCIONO
                     MOVE EDMC-CIUDAD          TO EDQL5-DES-CIUDADO
                     MOVE EDMC-TIPO-CLIENTE    TO EDQL5-DES-TIPOO
                     MOVE EDMC-SUCURSAL        TO EDQL5-DES-SUCURSALO
                     IF EDMC-SENSIBLE
                          PERFORM 280-LINK-VISTA-SENSIBLE
                     END-IF
                ELSE
                     MOVE EDAU-DESPUES-NOMBRE  TO EDQL5-DES-NOMBREO
                     MOVE EDAU-DESPUES-FECHA-NAC TO WKS-FECHA-ED
                     MOVE WKS-FECHA-ED         TO EDQL5-DES-FNACO
                     MOVE EDAU-DESPUES-TELEFONO TO EDQL5-DES-TELEFONOO
                END-IF
           END-IF.

       270-LIMPIA-MOVIMIENTO.
           MOVE SPACES TO EDQL5-MUESTRAO
           MOVE SPACES TO EDQL5-SECUENCIAO
           MOVE SPACES TO EDQL5-CLIENTEO
           MOVE SPACES TO EDQL5-OPERADORO
           MOVE SPACES TO EDQL5-SUCOPERO
           MOVE SPACES TO EDQL5-ACCIONO
           MOVE SPACES TO EDQL5-PROGRAMAO
           MOVE SPACES TO EDQL5-FECMOVO
           MOVE SPACES TO EDQL5-HORMOVO
           MOVE SPACES TO EDQL5-MOTIVOO
           MOVE SPACES TO EDQL5-TASAO
           MOVE SPACES TO EDQL5-ANT-NOMBREO
           MOVE SPACES TO EDQL5-DES-NOMBREO
           MOVE SPACES TO EDQL5-ANT-FNACO
           MOVE SPACES TO EDQL5-DES-FNACO
           MOVE SPACES TO EDQL5-ANT-TELEFONOO
           MOVE SPACES TO EDQL5-DES-TELEFONOO
           MOVE SPACES TO EDQL5-ANT-DIRECCIONO
           MOVE SPACES TO EDQL5-DES-DIRECCIONO
           MOVE SPACES TO EDQL5-ANT-CIUDADO
           MOVE SPACES TO EDQL5-DES-CIUDADO
           MOVE SPACES TO EDQL5-ANT-TIPOO
           MOVE SPACES TO EDQL5-DES-TIPOO
           MOVE SPACES TO EDQL5-ANT-SUCURSALO
           MOVE SPACES TO EDQL5-DES-SUCURSALO
           MOVE SPACES TO EDQL5-RESULTADOO
           MOVE SPACES TO EDQL5-CATEGORIAO
           MOVE SPACES TO EDQL5-COMENTARIOO.

      *-->RASTRO DE LA VISTA DE UN CLIENTE SENSIBLE EN EDM4VIS
      *   (RUTINA EDID1BVJ; NOHANDLE: NUNCA DETIENE LA REVISION)
       280-LINK-VISTA-SENSIBLE.
           MOVE EDQM-CO-CLIENTE TO EDVJ-CO-CLIENTE
           MOVE WKS-COM-OPERADOR-ID TO EDVJ-OPERADOR
           MOVE EIBTRMID TO EDVJ-TERMINAL
           MOVE WKS-PROGRAM-NAME TO EDVJ-PANTALLA
           PERFORM 816-EXEC-CICS-LINK-VISTA.

       290-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

      *-->ACCION PARA GRABAR LA REVISION DEL MOVIMIENTO EN PANTALLA
      *   Y PASAR AL SIGUIENTE PENDIENTE
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE DFHTURQ TO EDQL5-RESULTADOC
           MOVE DFHTURQ TO EDQL5-CATEGORIAC
           IF WKS-COM-FECHA = ZEROS
                SET WKS-MSG-SINITEM TO TRUE
                MOVE -1 TO EDQL5-FECHAL
           ELSE IF EDQL5-RESULTADOI NOT = "C"
           AND EDQL5-RESULTADOI NOT = "E"
                SET WKS-MSG-BADRES TO TRUE
                MOVE DFHRED TO EDQL5-RESULTADOC
                MOVE -1 TO EDQL5-RESULTADOL
           ELSE
                MOVE EDQL5-CATEGORIAI TO EDQM-CATEGORIA
                IF EDQL5-RESULTADOI = "E"
                AND NOT EDQM-CATEGORIA-VALIDA
                     SET WKS-MSG-BADCAT TO TRUE
                     MOVE DFHRED TO EDQL5-CATEGORIAC
                     MOVE -1 TO EDQL5-CATEGORIAL
                ELSE IF EDQL5-RESULTADOI = "C"
                AND EDQL5-CATEGORIAI > SPACES
                     SET WKS-MSG-SOBRACAT TO TRUE
                     MOVE DFHRED TO EDQL5-CATEGORIAC
                     MOVE -1 TO EDQL5-CATEGORIAL
                ELSE
                     PERFORM 320-GRABA-REVISION
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->RELEE CON BLOQUEO: OTRO SUPERVISOR PUDO HABERLO REVISADO
      *   MIENTRAS ESTABA EN PANTALLA
       320-GRABA-REVISION.
           MOVE WKS-COM-FECHA     TO EDQM-FECHA-MUESTRA
           MOVE WKS-COM-SECUENCIA TO EDQM-SECUENCIA
           PERFORM 810-EXEC-CICS-READ-UPD-QAM
           IF NOT WKS-EDM4QAM-NORMAL
                SET WKS-MSG-UNKERROR TO TRUE
           ELSE IF NOT EDQM-PENDIENTE
                SET WKS-MSG-YAREV TO TRUE
                MOVE -1 TO EDQL5-RESULTADOL
           ELSE
                MOVE EDQL5-RESULTADOI TO EDQM-ESTADO
                IF EDQM-ERRONEO
                     MOVE EDQL5-CATEGORIAI TO EDQM-CATEGORIA
                ELSE
                     MOVE SPACES TO EDQM-CATEGORIA
                END-IF
                IF EDQL5-COMENTARIOI > SPACES
                     MOVE EDQL5-COMENTARIOI TO EDQM-COMENTARIO
                ELSE
                     MOVE SPACES TO EDQM-COMENTARIO
                END-IF
                MOVE WKS-COM-OPERADOR-ID TO EDQM-REVISOR
                MOVE WKS-FECHA-HOY       TO EDQM-FECHA-REVISION
                MOVE WKS-HORA-HOY        TO EDQM-HORA-REVISION
                PERFORM 811-EXEC-CICS-REWRITE-QAM
                IF WKS-EDM4QAM-NORMAL
                     ADD 1 TO EDQM-SECUENCIA
                     PERFORM 250-BUSCA-PENDIENTE
                     PERFORM 260-MUESTRA-MOVIMIENTO
                     IF WKS-FLAG-HALLADO = 1
                          SET WKS-MSG-GRABSIG TO TRUE
                     ELSE
                          SET WKS-MSG-GRABFIN TO TRUE
                     END-IF
                     MOVE -1 TO EDQL5-RESULTADOL
                ELSE
                     SET WKS-MSG-UNKERROR TO TRUE
                END-IF
           END-IF.

      *-->ACCION PARA DEJAR EL MOVIMIENTO PENDIENTE Y PASAR AL
      *   SIGUIENTE
       350-ACCION-PF8.
           IF WKS-COM-FECHA = ZEROS
                SET WKS-MSG-SINITEM TO TRUE
                MOVE -1 TO EDQL5-FECHAL
           ELSE
                MOVE WKS-COM-FECHA     TO EDQM-FECHA-MUESTRA
                MOVE WKS-COM-SECUENCIA TO EDQM-SECUENCIA
                ADD 1 TO EDQM-SECUENCIA
                PERFORM 250-BUSCA-PENDIENTE
                PERFORM 260-MUESTRA-MOVIMIENTO
                MOVE -1 TO EDQL5-RESULTADOL
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
                MAP('EDQL5')
                MAPSET('EDQL5')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDQL5')
                MAPSET('EDQL5')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDQL5')
                MAPSET('EDQL5')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDQ5')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDQL5')
                MAPSET ('EDQL5')
           END-EXEC.

       806-EXEC-CICS-READ-AUL.
           EXEC CICS READ
               FILE('EDM4AUL')
               INTO(REG-EDMAUL)
               RIDFLD(EDAU-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-AUL.

       807-EXEC-CICS-STARTBR-QAM.
           EXEC CICS STARTBR
               FILE('EDM4QAM')
               RIDFLD(EDQM-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAM.

       808-EXEC-CICS-READNEXT-QAM.
           EXEC CICS READNEXT
               FILE('EDM4QAM')
               INTO(REG-EDMQAM)
               RIDFLD(EDQM-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAM.

       809-EXEC-CICS-ENDBR-QAM.
           EXEC CICS ENDBR
               FILE('EDM4QAM')
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-READ-UPD-QAM.
           EXEC CICS READ
               FILE('EDM4QAM')
               INTO(REG-EDMQAM)
               RIDFLD(EDQM-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAM.

       811-EXEC-CICS-REWRITE-QAM.
           EXEC CICS REWRITE
               FILE('EDM4QAM')
               FROM(REG-EDMQAM)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-QAM.

       814-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       816-EXEC-CICS-LINK-VISTA.
           EXEC CICS LINK
               PROGRAM('EDID1BVJ')
               COMMAREA(REG-EDBVJ)
               NOHANDLE
           END-EXEC.

       897-EVALUATE-DFHRESP-AUL.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4AUL-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4AUL-NOTFND TO TRUE
                WHEN OTHER           SET WKS-EDM4AUL-OTRO   TO TRUE
           END-EVALUATE.

       898-EVALUATE-DFHRESP-QAM.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4QAM-NORMAL  TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4QAM-NOTFND  TO TRUE
                WHEN DFHRESP(ENDFILE) SET WKS-EDM4QAM-ENDFILE TO TRUE
                WHEN OTHER            SET WKS-EDM4QAM-OTRO    TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "REVISION SOLO PARA SUPERVISOR"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-INICIO
                MOVE "DIGITE FECHA Y/O SUCURSAL Y PRESIONE ENTER"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADFECHA
                MOVE "FECHA DE MUESTRA INVALIDA (DDMMAAAA)"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-REVISE
                MOVE "MARQUE C O E; PF1=GRABAR PF8=SALTAR"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOPEND
                MOVE "NO HAY MOVIMIENTOS PENDIENTES"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUL
                MOVE "MOVIMIENTO YA NO ESTA EN LA BITACORA"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINITEM
                MOVE "PRIMERO BUSQUE UN MOVIMIENTO CON ENTER"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADRES
                MOVE "RESULTADO INVALIDO (C O E)"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCAT
                MOVE "CATEGORIA: NO FN TE DI TC SU DO OT"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOBRACAT
                MOVE "CORRECTO NO LLEVA CATEGORIA"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-YAREV
                MOVE "YA FUE REVISADO, PF8=SIGUIENTE"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-GRABSIG
                MOVE "REVISION GRABADA; SIGUIENTE PENDIENTE"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-GRABFIN
                MOVE "REVISION GRABADA; NO QUEDAN PENDIENTES"
                TO EDQL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDQL5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDQL5-OUTPUT-MSGC
                MOVE SPACES   TO EDQL5-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDQL5-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDQL5-TIME-SISO.

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
           MOVE SPACE TO EDQL5I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
