      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1IL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : OFICIAL DE RELACION DEL CLIENTE                  *
      * ARCHIVOS    : EDM4CL / EDM4PRF / EDM4OFI (I/O) /               *
      *               EDM4OFH (I/O)                                    *
      * ACCION (ES) : ENTER=CONSULTAR PF1=ASIGNAR PF3=QUITAR           *
      *               PF10=SALIR                                       *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CONSULTA EL OFICIAL DE RELACION VIGENTE DE UN CLIENTE         *
      * (EDM4OFI) Y SUS ULTIMOS CAMBIOS (EDM4OFH). PF1 ASIGNA O       *
      * CAMBIA EL OFICIAL POR EL OPERADOR DIGITADO Y PF3 DEJA AL      *
      * CLIENTE SIN OFICIAL; AMBAS SOLO SUPERVISOR O ADMIN. EL        *
      * OFICIAL DEBE EXISTIR EN EDM4PRF, NO ESTAR BLOQUEADO NI SER    *
      * UN PERFIL DE ENTRENAMIENTO. CADA CAMBIO DEJA SU FILA EN       *
      * EDM4OFH CON EL OFICIAL ANTERIOR, EL NUEVO Y EL MOTIVO.        *
      * LAS ASIGNACIONES NO TIENEN COPIA DE PRACTICA, ASI QUE UNA     *
      * SESION DE ENTRENAMIENTO NO ENTRA. TRANSID EDI2, VIA OPCION    *
      * DE MENU EN EDM4MNU                                            *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1IL2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDIL2.

       COPY EDMACL.

       COPY EDMPRF.

       COPY EDMOFI.

       COPY EDMOFH.

       01 WKS-WORK-FIELDS.
           02 WKS-HIST-LIMIT            PIC 9(02) VALUE 5.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NOTOPEN        VALUE 1.
           88 WKS-EDM4CL-NOTFND         VALUE 2.
           88 WKS-EDM4CL-NORMAL         VALUE 3.

       01 WKS-EDM4PRF-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4PRF-NORMAL        VALUE 1.
           88 WKS-EDM4PRF-NOTFND        VALUE 2.

       01 WKS-EDM4OFI-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4OFI-NORMAL        VALUE 1.
           88 WKS-EDM4OFI-NOTFND        VALUE 2.
           88 WKS-EDM4OFI-OTRO          VALUE 3.

       01 WKS-EDM4OFH-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4OFH-NORMAL        VALUE 1.
           88 WKS-EDM4OFH-DUPREC        VALUE 2.
           88 WKS-EDM4OFH-ENDFILE       VALUE 3.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NONUMERIC    VALUE 2.
                88 WKS-MSG-NOTFND       VALUE 3.
                88 WKS-MSG-ELIMINADO    VALUE 4.
                88 WKS-MSG-NOTOPEN      VALUE 5.
                88 WKS-MSG-CONSULTADO   VALUE 6.
                88 WKS-MSG-SINCLIENTE   VALUE 7.
                88 WKS-MSG-SINOFICIAL   VALUE 8.
                88 WKS-MSG-NOOPERADOR   VALUE 9.
                88 WKS-MSG-BLOQUEADO    VALUE 10.
                88 WKS-MSG-OFIENTRENA   VALUE 11.
                88 WKS-MSG-MISMOFI      VALUE 12.
                88 WKS-MSG-ASIGNADO     VALUE 13.
                88 WKS-MSG-QUITADO      VALUE 14.
                88 WKS-MSG-NOASIGNADO   VALUE 15.
                88 WKS-MSG-NOAUTH       VALUE 16.
                88 WKS-MSG-ENTRENA      VALUE 17.
                88 WKS-MSG-SOLOLECT     VALUE 18.
                88 WKS-MSG-UNKERROR     VALUE 19.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.
           02 WKS-REINTENTOS            PIC 99 VALUE ZEROS.

      *-->HORA HHMMSS QUE SE CORRE UN SEGUNDO AL CHOCAR LA LLAVE
       01 WKS-HORA-PASO.
           02 WKS-HMS                   PIC 9(06) VALUE ZEROS.
           02 WKS-HMS-R REDEFINES WKS-HMS.
               03 WKS-HMS-HH            PIC 9(02).
               03 WKS-HMS-MM            PIC 9(02).
               03 WKS-HMS-SS            PIC 9(02).
           02 WKS-SEG-DIA               PIC 9(05) VALUE ZEROS.
           02 WKS-SEG-RESTO             PIC 9(05) VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1IL2".
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
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.
           02 WKS-OFICIAL-ANTES         PIC X(08) VALUE SPACES.
           02 WKS-OFICIAL-NUEVO         PIC X(08) VALUE SPACES.
           02 WKS-MOTIVO                PIC X(20) VALUE SPACES.

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

      *-->LAS ASIGNACIONES SON SIEMPRE DE PRODUCCION: UNA SESION DE
      *   ENTRENAMIENTO NO ENTRA (PF10 SIGUE SALIENDO AL MENU)
           IF WKS-COM-EN-ENTRENA
           AND EIBAID NOT = DFHPF10
                PERFORM 011-RECHAZA-ENTRENA
           END-IF

           PERFORM 009-CHECK-SOLO-LECTURA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY

      *-->EVALUATE PARA LA ACCION DE CADA TECLA (CAMBIOS SOLO
      *   SUPERVISOR O ADMIN)
           EVALUATE TRUE
                WHEN EIBCALEN NOT = 38
                    PERFORM 100-ACCION-DEFAULT
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    IF WKS-COM-ROL-SUPERVISOR OR WKS-COM-ROL-ADMIN
                         PERFORM 300-ACCION-PF1
                    ELSE
                         SET WKS-MSG-NOAUTH TO TRUE
                         PERFORM 802-EXEC-CICS-SEND-DATA
                         PERFORM 804-EXEC-CICS-RETURN
                    END-IF
                WHEN EIBAID = DFHPF3
                    IF WKS-COM-ROL-SUPERVISOR OR WKS-COM-ROL-ADMIN
                         PERFORM 350-ACCION-PF3
                    ELSE
                         SET WKS-MSG-NOAUTH TO TRUE
                         PERFORM 802-EXEC-CICS-SEND-DATA
                         PERFORM 804-EXEC-CICS-RETURN
                    END-IF
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION CUANDO LA APLICACION ESTA EN MODO SOLO LECTURA:
      *   LA TECLA DE ACTUALIZACION SE RECHAZA SIN TOCAR ARCHIVOS
       095-ACCION-SOLO-LECTURA.
           SET WKS-MSG-SOLOLECT TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR EL OFICIAL DEL CLIENTE
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                MOVE 1 TO WKS-COM-CARGADO
                PERFORM 220-MUESTRA-OFICIAL
                SET WKS-MSG-CONSULTADO TO TRUE
                MOVE -1 TO EDIL2-NUEVO-OFICIALL
           ELSE
                MOVE ZEROS TO WKS-COM-CARGADO
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->VALIDA EL CODIGO Y LEE EL MAESTRO; LOS SUSPENDIDOS SIGUEN
      *   EN CARTERA, LOS DEMAS MARCADOS NO
       210-VALID-FIELD-1.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDIL2-CO-CLIENTEC
           MOVE -1 TO EDIL2-CO-CLIENTEL
           IF EDIL2-CO-CLIENTEI NOT > SPACES
           OR EDIL2-CO-CLIENTEI NOT NUMERO
                SET WKS-MSG-NONUMERIC TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                INITIALIZE WKS-CO-CLIENTE
                INITIALIZE WKS-INDEX
                MOVE 9 TO WKS-AUX
                PERFORM VARYING WKS-INDEX FROM 8 BY -1
                UNTIL WKS-INDEX = ZEROS
                    IF EDIL2-CO-CLIENTEI(WKS-INDEX:1) NOT EQUAL ' '
                        SUBTRACT 1 FROM WKS-AUX
                        MOVE EDIL2-CO-CLIENTEI(WKS-INDEX:1)
                        TO WKS-CO-CLIENTE(WKS-AUX:1)
                    END-IF
                END-PERFORM
                MOVE WKS-CO-CLIENTE TO EDIL2-CO-CLIENTEO
                MOVE WKS-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 806-EXEC-CICS-READ
                EVALUATE TRUE
                     WHEN WKS-EDM4CL-NOTOPEN
                          SET WKS-MSG-NOTOPEN TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN WKS-EDM4CL-NOTFND
                          SET WKS-MSG-NOTFND TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     WHEN WKS-EDM4CL-NORMAL
                          IF EDMC-MARCA-ELIMINADO NOT = SPACE
                          AND EDMC-MARCA-ELIMINADO NOT = "S"
                               SET WKS-MSG-ELIMINADO TO TRUE
                               MOVE 1 TO WKS-FLAG-INVALID
                          END-IF
                END-EVALUATE
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDIL2-CO-CLIENTEC
           END-IF.

      *-->PINTA EL CLIENTE, SU OFICIAL VIGENTE Y LA HISTORIA
       220-MUESTRA-OFICIAL.
           MOVE EDMC-NOMBRE-CLIENTE TO EDIL2-NOM-CLIENTEO
           MOVE EDMC-SUCURSAL       TO EDIL2-SUCURSALO
           MOVE WKS-COM-CO-CLIENTE  TO EDOF-CO-CLIENTE
           PERFORM 807-EXEC-CICS-READ-OFI
           IF WKS-EDM4OFI-NORMAL
                MOVE EDOF-OFICIAL TO EDIL2-OFICIAL-ACTO
                MOVE EDOF-FECHA-DESDE(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
                MOVE EDOF-FECHA-DESDE(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
                MOVE EDOF-FECHA-DESDE(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
                MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED
                MOVE WKS-FECHA-ED TO EDIL2-FECHA-DESDEO
           ELSE
                MOVE "SIN OFIC" TO EDIL2-OFICIAL-ACTO
                MOVE SPACES     TO EDIL2-FECHA-DESDEO
           END-IF
           PERFORM 230-CARGA-HISTORIA.

      *-->ULTIMOS CAMBIOS DEL CLIENTE: BROWSE HACIA ATRAS DESDE EL
      *   FINAL DE SU LLAVE (SI NO HAY LLAVE MAYOR, DESDE EL FIN DEL
      *   ARCHIVO); LAS FILAS DE UN CLIENTE MAYOR SE SALTAN
       230-CARGA-HISTORIA.
           PERFORM 240-CLEAR-TABLE
           MOVE 1 TO WKS-INDEX
           MOVE WKS-COM-CO-CLIENTE TO EDOH-CO-CLIENTE
           MOVE 99999999           TO EDOH-FECHA
           MOVE 999999             TO EDOH-HORA
           PERFORM 812-EXEC-CICS-STARTBR-OFH
           IF NOT WKS-EDM4OFH-NORMAL
                MOVE HIGH-VALUES TO EDOH-LLAVE
                PERFORM 812-EXEC-CICS-STARTBR-OFH
           END-IF
           IF WKS-EDM4OFH-NORMAL
                PERFORM UNTIL WKS-INDEX > WKS-HIST-LIMIT
                OR NOT WKS-EDM4OFH-NORMAL
                     PERFORM 813-EXEC-CICS-READPREV-OFH
                     IF WKS-EDM4OFH-NORMAL
                          IF EDOH-CO-CLIENTE < WKS-COM-CO-CLIENTE
                               SET WKS-EDM4OFH-ENDFILE TO TRUE
                          ELSE
                               IF EDOH-CO-CLIENTE = WKS-COM-CO-CLIENTE
                                    PERFORM 250-LOAD-TABLE-LINE
                                    ADD 1 TO WKS-INDEX
                               END-IF
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 814-EXEC-CICS-ENDBR-OFH
           END-IF.

       240-CLEAR-TABLE.
           MOVE 1 TO WKS-AUX
           PERFORM UNTIL WKS-AUX > WKS-HIST-LIMIT
                MOVE SPACES TO EDIL2-LIN-FECHAO(WKS-AUX)
                MOVE SPACES TO EDIL2-LIN-ANTESO(WKS-AUX)
                MOVE SPACES TO EDIL2-LIN-NUEVOO(WKS-AUX)
                MOVE SPACES TO EDIL2-LIN-OPERADORO(WKS-AUX)
                MOVE SPACES TO EDIL2-LIN-MOTIVOO(WKS-AUX)
                ADD 1 TO WKS-AUX
           END-PERFORM.

       250-LOAD-TABLE-LINE.
           MOVE EDOH-FECHA(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE EDOH-FECHA(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE EDOH-FECHA(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED
           MOVE WKS-FECHA-ED       TO EDIL2-LIN-FECHAO(WKS-INDEX)
           MOVE EDOH-OFICIAL-ANTES TO EDIL2-LIN-ANTESO(WKS-INDEX)
           MOVE EDOH-OFICIAL-NUEVO TO EDIL2-LIN-NUEVOO(WKS-INDEX)
           MOVE EDOH-OPERADOR      TO EDIL2-LIN-OPERADORO(WKS-INDEX)
           MOVE EDOH-MOTIVO        TO EDIL2-LIN-MOTIVOO(WKS-INDEX).

      *-->ACCION PARA ASIGNAR O CAMBIAR EL OFICIAL DEL CLIENTE
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                MOVE -1 TO EDIL2-CO-CLIENTEL
           ELSE IF EDIL2-NUEVO-OFICIALI NOT > SPACES
                SET WKS-MSG-SINOFICIAL TO TRUE
                MOVE -1 TO EDIL2-NUEVO-OFICIALL
           ELSE
                MOVE EDIL2-NUEVO-OFICIALI TO WKS-OFICIAL-NUEVO
                PERFORM 310-VALIDA-OFICIAL
                IF WKS-FLAG-INVALID = ZEROS
                     MOVE WKS-COM-CO-CLIENTE TO EDMC-LLAVE
                     PERFORM 806-EXEC-CICS-READ
                     IF NOT WKS-EDM4CL-NORMAL
                          SET WKS-MSG-NOTFND TO TRUE
                     ELSE
                          PERFORM 320-GRABA-ASIGNACION
                          PERFORM 220-MUESTRA-OFICIAL
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->EL OFICIAL ES UN OPERADOR DE EDM4PRF VIGENTE Y DE
      *   PRODUCCION
       310-VALIDA-OFICIAL.
           INITIALIZE WKS-FLAG-INVALID
           MOVE WKS-OFICIAL-NUEVO TO EDPF-OPERADOR
           PERFORM 808-EXEC-CICS-READ-PRF
           EVALUATE TRUE
                WHEN NOT WKS-EDM4PRF-NORMAL
                     SET WKS-MSG-NOOPERADOR TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                WHEN EDPF-BLOQUEADO
                     SET WKS-MSG-BLOQUEADO TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                WHEN EDPF-ES-ENTRENA
                     SET WKS-MSG-OFIENTRENA TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
           END-EVALUATE
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDIL2-NUEVO-OFICIALC
                MOVE -1 TO EDIL2-NUEVO-OFICIALL
           END-IF.

      *-->REESCRIBE LA ASIGNACION VIGENTE (O LA CREA SI EL CLIENTE NO
      *   TENIA OFICIAL) Y DEJA EL CAMBIO EN LA HISTORIA
       320-GRABA-ASIGNACION.
           MOVE WKS-COM-CO-CLIENTE TO EDOF-CO-CLIENTE
           PERFORM 809-EXEC-CICS-READ-UPD-OFI
           IF WKS-EDM4OFI-NORMAL
           AND EDOF-OFICIAL = WKS-OFICIAL-NUEVO
                PERFORM 817-EXEC-CICS-UNLOCK-OFI
                SET WKS-MSG-MISMOFI TO TRUE
                MOVE -1 TO EDIL2-NUEVO-OFICIALL
           ELSE
                IF WKS-EDM4OFI-NORMAL
                     MOVE EDOF-OFICIAL TO WKS-OFICIAL-ANTES
                ELSE
                     MOVE SPACES TO WKS-OFICIAL-ANTES
                     INITIALIZE REG-EDMOFI
                     MOVE WKS-COM-CO-CLIENTE TO EDOF-CO-CLIENTE
                END-IF
                MOVE WKS-OFICIAL-NUEVO  TO EDOF-OFICIAL
                MOVE WKS-COM-CO-CLIENTE TO EDOF-CLIENTE-ALT
                MOVE WKS-FECHA-HOY       TO EDOF-FECHA-DESDE
                MOVE WKS-COM-OPERADOR-ID TO EDOF-OPERADOR
                MOVE WKS-PROGRAM-NAME    TO EDOF-PROGRAMA
                IF WKS-OFICIAL-ANTES = SPACES
                     PERFORM 810-EXEC-CICS-WRITE-OFI
                ELSE
                     PERFORM 811-EXEC-CICS-REWRITE-OFI
                END-IF
                IF WKS-EDM4OFI-NORMAL
                     IF EDIL2-MOTIVOI > SPACES
                          MOVE EDIL2-MOTIVOI TO WKS-MOTIVO
                     ELSE
                          IF WKS-OFICIAL-ANTES = SPACES
                               MOVE "ASIGNACION" TO WKS-MOTIVO
                          ELSE
                               MOVE "CAMBIO DE OFICIAL" TO WKS-MOTIVO
                          END-IF
                     END-IF
                     PERFORM 330-GRABA-HISTORIA
                     SET WKS-MSG-ASIGNADO TO TRUE
                     MOVE SPACES TO EDIL2-NUEVO-OFICIALO
                     MOVE SPACES TO EDIL2-MOTIVOO
                     MOVE -1 TO EDIL2-CO-CLIENTEL
                ELSE
                     SET WKS-MSG-UNKERROR TO TRUE
                END-IF
           END-IF.

      *-->FILA DE HISTORIA; SI YA HAY UNA EN EL MISMO SEGUNDO SE
      *   CORRE LA HORA PARA NO PERDER EL CAMBIO
       330-GRABA-HISTORIA.
           INITIALIZE REG-EDMOFH
           MOVE WKS-COM-CO-CLIENTE         TO EDOH-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDOH-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDOH-HORA
           MOVE WKS-OFICIAL-ANTES          TO EDOH-OFICIAL-ANTES
           MOVE WKS-OFICIAL-NUEVO          TO EDOH-OFICIAL-NUEVO
           MOVE WKS-COM-OPERADOR-ID        TO EDOH-OPERADOR
           MOVE WKS-PROGRAM-NAME           TO EDOH-PROGRAMA
           MOVE WKS-MOTIVO                 TO EDOH-MOTIVO
           MOVE ZEROS TO WKS-REINTENTOS
           PERFORM 815-EXEC-CICS-WRITE-OFH
           PERFORM UNTIL NOT WKS-EDM4OFH-DUPREC
           OR WKS-REINTENTOS > 9
                MOVE EDOH-HORA TO WKS-HMS
                PERFORM 335-AVANZA-SEGUNDO
                MOVE WKS-HMS TO EDOH-HORA
                ADD 1 TO WKS-REINTENTOS
                PERFORM 815-EXEC-CICS-WRITE-OFH
           END-PERFORM.

      *-->SUMA UN SEGUNDO A WKS-HMS LLEVANDO A MINUTOS Y HORAS; DESPUES
      *   DE 235959 SIGUE EN 000000 DEL MISMO DIA (NUNCA UNA HORA
      *   INVALIDA EN LA LLAVE)
       335-AVANZA-SEGUNDO.
           COMPUTE WKS-SEG-DIA = WKS-HMS-HH * 3600
                               + WKS-HMS-MM * 60
                               + WKS-HMS-SS + 1
           IF WKS-SEG-DIA > 86399
                MOVE ZEROS TO WKS-SEG-DIA
           END-IF
           DIVIDE WKS-SEG-DIA BY 3600 GIVING WKS-HMS-HH
                REMAINDER WKS-SEG-RESTO
           DIVIDE WKS-SEG-RESTO BY 60 GIVING WKS-HMS-MM
                REMAINDER WKS-HMS-SS.

      *-->ACCION PARA DEJAR AL CLIENTE SIN OFICIAL
       350-ACCION-PF3.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                MOVE -1 TO EDIL2-CO-CLIENTEL
           ELSE
                MOVE WKS-COM-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 806-EXEC-CICS-READ
                IF NOT WKS-EDM4CL-NORMAL
                     SET WKS-MSG-NOTFND TO TRUE
                ELSE
                     PERFORM 360-QUITA-ASIGNACION
                     PERFORM 220-MUESTRA-OFICIAL
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

       360-QUITA-ASIGNACION.
           MOVE WKS-COM-CO-CLIENTE TO EDOF-CO-CLIENTE
           PERFORM 809-EXEC-CICS-READ-UPD-OFI
           IF NOT WKS-EDM4OFI-NORMAL
                SET WKS-MSG-NOASIGNADO TO TRUE
           ELSE
                MOVE EDOF-OFICIAL TO WKS-OFICIAL-ANTES
                MOVE SPACES       TO WKS-OFICIAL-NUEVO
                PERFORM 816-EXEC-CICS-DELETE-OFI
                IF WKS-EDM4OFI-NORMAL
                     IF EDIL2-MOTIVOI > SPACES
                          MOVE EDIL2-MOTIVOI TO WKS-MOTIVO
                     ELSE
                          MOVE "RETIRO DE OFICIAL" TO WKS-MOTIVO
                     END-IF
                     PERFORM 330-GRABA-HISTORIA
                     SET WKS-MSG-QUITADO TO TRUE
                     MOVE SPACES TO EDIL2-MOTIVOO
                ELSE
                     SET WKS-MSG-UNKERROR TO TRUE
                END-IF
           END-IF
           MOVE -1 TO EDIL2-CO-CLIENTEL.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 818-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDIL2')
                MAPSET('EDIL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDIL2')
                MAPSET('EDIL2')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDIL2')
                MAPSET('EDIL2')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDI2')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDIL2')
                MAPSET ('EDIL2')
           END-EXEC.

       806-EXEC-CICS-READ.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       807-EXEC-CICS-READ-OFI.
           EXEC CICS READ
               FILE('EDM4OFI')
               INTO(REG-EDMOFI)
               RIDFLD(EDOF-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 896-EVALUATE-DFHRESP-OFI.

       808-EXEC-CICS-READ-PRF.
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

       809-EXEC-CICS-READ-UPD-OFI.
           EXEC CICS READ
               FILE('EDM4OFI')
               INTO(REG-EDMOFI)
               RIDFLD(EDOF-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 896-EVALUATE-DFHRESP-OFI.

       810-EXEC-CICS-WRITE-OFI.
           EXEC CICS WRITE
               FILE('EDM4OFI')
               FROM(REG-EDMOFI)
               RIDFLD(EDOF-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 896-EVALUATE-DFHRESP-OFI.

       811-EXEC-CICS-REWRITE-OFI.
           EXEC CICS REWRITE
               FILE('EDM4OFI')
               FROM(REG-EDMOFI)
               NOHANDLE
           END-EXEC
           PERFORM 896-EVALUATE-DFHRESP-OFI.

       812-EXEC-CICS-STARTBR-OFH.
           EXEC CICS STARTBR
               FILE('EDM4OFH')
               RIDFLD(EDOH-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-OFH.

       813-EXEC-CICS-READPREV-OFH.
           EXEC CICS READPREV
               FILE('EDM4OFH')
               INTO(REG-EDMOFH)
               RIDFLD(EDOH-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-OFH.

       814-EXEC-CICS-ENDBR-OFH.
           EXEC CICS ENDBR
               FILE('EDM4OFH')
               NOHANDLE
           END-EXEC.

       815-EXEC-CICS-WRITE-OFH.
           EXEC CICS WRITE
               FILE('EDM4OFH')
               FROM(REG-EDMOFH)
               RIDFLD(EDOH-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-OFH.

       816-EXEC-CICS-DELETE-OFI.
           EXEC CICS DELETE
               FILE('EDM4OFI')
               NOHANDLE
           END-EXEC
           PERFORM 896-EVALUATE-DFHRESP-OFI.

       817-EXEC-CICS-UNLOCK-OFI.
           EXEC CICS UNLOCK
               FILE('EDM4OFI')
               NOHANDLE
           END-EXEC.

       818-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       896-EVALUATE-DFHRESP-OFI.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4OFI-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4OFI-NOTFND TO TRUE
                WHEN OTHER           SET WKS-EDM4OFI-OTRO   TO TRUE
           END-EVALUATE.

       897-EVALUATE-DFHRESP-OFH.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4OFH-NORMAL  TO TRUE
                WHEN DFHRESP(DUPREC) SET WKS-EDM4OFH-DUPREC  TO TRUE
                WHEN OTHER           SET WKS-EDM4OFH-ENDFILE TO TRUE
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
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NONUMERIC
                MOVE "CODIGO DE CLIENTE INCORRECTO"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "NO SE ENCONTRO"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ELIMINADO
                MOVE "CLIENTE ELIMINADO"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "ARCHIVO CERRADO"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONSULTADO
                MOVE "PF1=ASIGNAR  PF3=QUITAR  PF10=SALIR"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCLIENTE
                MOVE "CONSULTE PRIMERO UN CLIENTE"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINOFICIAL
                MOVE "DIGITE EL OFICIAL A ASIGNAR"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOOPERADOR
                MOVE "EL OFICIAL NO EXISTE EN EDM4PRF"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BLOQUEADO
                MOVE "EL OFICIAL ESTA BLOQUEADO"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-OFIENTRENA
                MOVE "UN PERFIL DE ENTRENAMIENTO NO ES OFICIAL"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-MISMOFI
                MOVE "YA ES EL OFICIAL DEL CLIENTE"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ASIGNADO
                MOVE "OFICIAL ASIGNADO"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-QUITADO
                MOVE "CLIENTE QUEDA SIN OFICIAL"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOASIGNADO
                MOVE "EL CLIENTE NO TIENE OFICIAL"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "CAMBIOS SOLO PARA SUPERVISOR"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-ENTRENA
                MOVE "NO DISPONIBLE EN ENTRENAMIENTO, USE PF10"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                TO EDIL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDIL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDIL2-OUTPUT-MSGC
                MOVE SPACES   TO EDIL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDIL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDIL2-TIME-SISO.

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

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA TECLA QUE ACTUALIZA SE CONSULTA EDID1BSL; CON EL MODO
      *   ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS SIGUEN
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF1 OR EIBAID = DFHPF3
                SET EDSL-NORMAL TO TRUE
                PERFORM 010-EXEC-CICS-LINK-SOLO-LECT
                IF EDSL-SOLO-LECTURA
                     MOVE 1 TO WKS-FLAG-SOLO-LECTURA
                END-IF
           END-IF.

       010-EXEC-CICS-LINK-SOLO-LECT.
           EXEC CICS LINK
               PROGRAM('EDID1BSL')
               COMMAREA(REG-EDBSL)
               NOHANDLE
           END-EXEC.

      *-->RECHAZO DE SESION EN ENTRENAMIENTO
       011-RECHAZA-ENTRENA.
           SET WKS-MSG-ENTRENA TO TRUE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> TERMINACION DEL PROGRAMA
       999-END-PROGRAM.
           MOVE SPACE TO EDIL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
