      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1OL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : CONSULTA, CAMBIO Y CANCELACION DE JOBS BATCH     *
      *               PROGRAMADOS                                      *
      * ARCHIVOS    : EDM4JPR (I/O) / EDM4CAL (ENTRADA)                *
      * ACCION (ES) : ENTER=LISTAR PF2=CAMBIAR FECHA/HORA              *
      *               PF3=CANCELAR PF5=AVANZAR PF10=SALIR              *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * LOS JOBS BATCH QUE LOS OPERADORES PROGRAMARON EN EDID1IL5 CON *
      * FECHA Y HORA DE CORRIDA (EDM4JPR), EN ORDEN DE CORRIDA DESDE  *
      * LA FECHA DIGITADA (BLANCO = HOY), CON SU ESTADO: PENDIENTE,   *
      * ENVIADO POR EDID1JPQ, CANCELADO O CON ERROR DEL LECTOR        *
      * INTERNO. MIENTRAS EL JOB SIGA PENDIENTE, QUIEN LO PROGRAMO O  *
      * UN SUPERVISOR/ADMIN PUEDE CAMBIARLE LA FECHA Y HORA (PF2,     *
      * MISMAS REGLAS QUE EN EDID1IL5: MOMENTO FUTURO EN DIA HABIL) O *
      * CANCELARLO (PF3) DIGITANDO EL NUMERO DE LINEA. CADA CAMBIO    *
      * QUEDA EN LA BITACORA EDM4TJL VIA EDID1BTJ. AL ENTRAR, SI HAY  *
      * JOBS PENDIENTES, DESPIERTA A EDID1JPQ. TRANSID EDO2, CON PF21 *
      * DESDE EDID1IL5                                                *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1OL2.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDOL2.

       COPY EDMJPR.

       COPY EDMCAL.

       COPY EDBTJ.

       01 WKS-WORK-FIELDS.
           02 WKS-PAGE-LIMIT            PIC 9(02) VALUE 12.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-EDM4JPR-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4JPR-NORMAL        VALUE 1.
           88 WKS-EDM4JPR-NOTFND        VALUE 2.
           88 WKS-EDM4JPR-DUPREC        VALUE 3.
           88 WKS-EDM4JPR-OTRO          VALUE 4.

       01 WKS-EDM4CAL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4CAL-NORMAL        VALUE 1.
           88 WKS-EDM4CAL-NOTFND        VALUE 2.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-LISTADO      VALUE 2.
                88 WKS-MSG-SINDATOS     VALUE 3.
                88 WKS-MSG-FINLISTA     VALUE 4.
                88 WKS-MSG-BADFECHA     VALUE 5.
                88 WKS-MSG-BADLINEA     VALUE 6.
                88 WKS-MSG-BADCORRIDA   VALUE 7.
                88 WKS-MSG-NOHABIL      VALUE 8.
                88 WKS-MSG-NOPENDIENTE  VALUE 9.
                88 WKS-MSG-NOAUTH       VALUE 10.
                88 WKS-MSG-CAMBIADO     VALUE 11.
                88 WKS-MSG-CANCELADO    VALUE 12.
                88 WKS-MSG-UNKERROR     VALUE 13.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-HALLADA          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-JPR-PENDIENTE    PIC 9 VALUE ZEROS.
           02 WKS-IMAGEN-ANTES          PIC X(150) VALUE SPACES.

      *-->NUEVA CORRIDA DIGITADA Y MOMENTO ACTUAL (AAAAMMDDHHMM)
       01 WKS-CORRIDA.
           02 WKS-COR-MOMENTO.
               03 WKS-COR-FECHA         PIC 9(08) VALUE ZEROS.
               03 WKS-COR-HORA          PIC 9(04) VALUE ZEROS.
               03 WKS-COR-HORA-R REDEFINES WKS-COR-HORA.
                   04 WKS-COR-HH        PIC 9(02).
                   04 WKS-COR-MI        PIC 9(02).
           02 WKS-COR-AHORA             PIC X(12) VALUE SPACES.
           02 WKS-COR-DIA-SEM           PIC 9(01) VALUE ZEROS.
           02 WKS-COR-REINTENTOS        PIC 9(02) VALUE ZEROS.

      *-->JOB ELEGIDO Y COPIA COMPLETA DEL REGISTRO PARA REPONERLO SI
      *   LA NUEVA LLAVE NO SE PUEDE GRABAR
       01 WKS-SELECCION.
           02 WKS-SEL-LINEA             PIC 9(02) VALUE ZEROS.
           02 WKS-SEL-LLAVE             PIC X(16) VALUE SPACES.
           02 WKS-JPR-RESPALDO          PIC X(3311) VALUE SPACES.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1OL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-PAGINA-LLAVE  PIC X(16).
               03 WKS-COM-NEXT-LLAVE    PIC X(16).
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
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DESDE           PIC 9(08) VALUE ZEROS.
           02 WKS-HORA-ED.
               03 WKS-HORA-ED-HH        PIC X(02).
               03 FILLER                PIC X VALUE ":".
               03 WKS-HORA-ED-MI        PIC X(02).

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(62).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 62 BYTES SE RESTAURA
      *   COMPLETA; OTRA LONGITUD SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 62
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
                WHEN EIBCALEN NOT = 62
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF2
                    PERFORM 300-ACCION-PF2
                WHEN EIBAID = DFHPF3
                    PERFORM 350-ACCION-PF3
                WHEN EIBAID = DFHPF5
                    PERFORM 400-ACCION-PF5
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT: LISTAR DESDE HOY
       100-ACCION-DEFAULT.
           PERFORM 110-PROCESS-ARRANCA-JPQ
           MOVE WKS-FECHA-HOY TO WKS-FECHA-DESDE
           PERFORM 215-POSICIONA-DESDE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 220-PROCESS-LOAD-PAGE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->AL ENTRAR, SI HAY JOBS PENDIENTES SE DESPIERTA A EDID1JPQ
      *   (UN START PERDIDO AL REINICIAR CICS DETIENE SU CICLO)
       110-PROCESS-ARRANCA-JPQ.
           MOVE ZEROS TO WKS-FLAG-JPR-PENDIENTE
           MOVE ZEROS TO EDJP-FECHA-PROG
           MOVE ZEROS TO EDJP-HORA-PROG
           MOVE ZEROS TO EDJP-SECUENCIA
           PERFORM 807-EXEC-CICS-STARTBR-JPR
           PERFORM UNTIL NOT WKS-EDM4JPR-NORMAL
           OR WKS-FLAG-JPR-PENDIENTE = 1
                PERFORM 808-EXEC-CICS-READNEXT-JPR
                IF WKS-EDM4JPR-NORMAL AND EDJP-PENDIENTE
                     MOVE 1 TO WKS-FLAG-JPR-PENDIENTE
                END-IF
           END-PERFORM
           PERFORM 809-EXEC-CICS-ENDBR-JPR
           IF WKS-FLAG-JPR-PENDIENTE = 1
                PERFORM 816-EXEC-CICS-START-JPQ
           END-IF.

      *-->ACCION PARA LISTAR DESDE LA FECHA DIGITADA (BLANCO = HOY)
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALIDA-DESDE
           IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADFECHA TO TRUE
                MOVE -1 TO EDOL2-DESDEL
           ELSE
                PERFORM 215-POSICIONA-DESDE
                PERFORM 220-PROCESS-LOAD-PAGE
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->FECHA EN BLANCO = HOY; DIGITADA DEBE SER AAAAMMDD VALIDA
       210-VALIDA-DESDE.
           MOVE ZEROS TO WKS-FLAG-INVALID
           IF EDOL2-DESDEI NOT > SPACES
                MOVE WKS-FECHA-HOY TO WKS-FECHA-DESDE
           ELSE IF EDOL2-DESDEI IS NOT NUMERIC
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE EDOL2-DESDEI TO WKS-FECHA-DESDE
                IF FUNCTION TEST-DATE-YYYYMMDD(WKS-FECHA-DESDE)
                   NOT = ZEROS
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF.

      *-->LA PAGINA ARRANCA EN LA PRIMERA CORRIDA DE LA FECHA
       215-POSICIONA-DESDE.
           MOVE WKS-FECHA-DESDE TO EDJP-FECHA-PROG
           MOVE ZEROS TO EDJP-HORA-PROG
           MOVE ZEROS TO EDJP-SECUENCIA
           MOVE EDJP-LLAVE TO WKS-COM-PAGINA-LLAVE
           MOVE 1 TO WKS-COM-CARGADO.

      *-->CARGA UNA PAGINA DESDE LA LLAVE DE LA PAGINA; UNA LECTURA
      *   DE MAS DEJA LA LLAVE DONDE ARRANCA LA SIGUIENTE
       220-PROCESS-LOAD-PAGE.
           MOVE WKS-COM-PAGINA-LLAVE TO EDJP-LLAVE
           PERFORM 230-CLEAR-TABLE
           MOVE 1 TO WKS-INDEX
           PERFORM 807-EXEC-CICS-STARTBR-JPR
           PERFORM UNTIL WKS-INDEX > WKS-PAGE-LIMIT
           OR NOT WKS-EDM4JPR-NORMAL
                PERFORM 808-EXEC-CICS-READNEXT-JPR
                IF WKS-EDM4JPR-NORMAL
                     PERFORM 240-LOAD-TABLE-LINE
                     ADD 1 TO WKS-INDEX
                END-IF
           END-PERFORM
           MOVE SPACES TO WKS-COM-NEXT-LLAVE
           IF WKS-INDEX > WKS-PAGE-LIMIT
                PERFORM 808-EXEC-CICS-READNEXT-JPR
                IF WKS-EDM4JPR-NORMAL
                     MOVE EDJP-LLAVE TO WKS-COM-NEXT-LLAVE
                END-IF
           END-IF
           PERFORM 809-EXEC-CICS-ENDBR-JPR
           IF WKS-INDEX = 1
                SET WKS-MSG-SINDATOS TO TRUE
           ELSE
                SET WKS-MSG-LISTADO TO TRUE
           END-IF.

       230-CLEAR-TABLE.
           MOVE 1 TO WKS-AUX
           PERFORM UNTIL WKS-AUX > WKS-PAGE-LIMIT
                MOVE SPACES TO EDOL2-LIN-NUMO(WKS-AUX)
                MOVE SPACES TO EDOL2-LIN-FECHAO(WKS-AUX)
                MOVE SPACES TO EDOL2-LIN-HORAO(WKS-AUX)
                MOVE SPACES TO EDOL2-LIN-PROGO(WKS-AUX)
                MOVE SPACES TO EDOL2-LIN-PARMO(WKS-AUX)
                MOVE SPACES TO EDOL2-LIN-ESTADOO(WKS-AUX)
                MOVE SPACES TO EDOL2-LIN-OPERO(WKS-AUX)
                ADD 1 TO WKS-AUX
           END-PERFORM.

       240-LOAD-TABLE-LINE.
           MOVE WKS-INDEX TO EDOL2-LIN-NUMO(WKS-INDEX)
           MOVE EDJP-FECHA-PROG(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE EDJP-FECHA-PROG(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE EDJP-FECHA-PROG(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED
           MOVE WKS-FECHA-ED TO EDOL2-LIN-FECHAO(WKS-INDEX)
           MOVE EDJP-HORA-PROG(1:2) TO WKS-HORA-ED-HH
           MOVE EDJP-HORA-PROG(3:2) TO WKS-HORA-ED-MI
           MOVE WKS-HORA-ED TO EDOL2-LIN-HORAO(WKS-INDEX)
           MOVE EDJP-PROGRAMA TO EDOL2-LIN-PROGO(WKS-INDEX)
           MOVE EDJP-PARM     TO EDOL2-LIN-PARMO(WKS-INDEX)
           EVALUATE TRUE
                WHEN EDJP-PENDIENTE
                     MOVE "PENDIENTE" TO EDOL2-LIN-ESTADOO(WKS-INDEX)
                WHEN EDJP-ENVIADO
                     MOVE "ENVIADO  " TO EDOL2-LIN-ESTADOO(WKS-INDEX)
                WHEN EDJP-CANCELADO
                     MOVE "CANCELADO" TO EDOL2-LIN-ESTADOO(WKS-INDEX)
                WHEN OTHER
                     MOVE "ERROR    " TO EDOL2-LIN-ESTADOO(WKS-INDEX)
           END-EVALUATE
           MOVE EDJP-OPERADOR TO EDOL2-LIN-OPERO(WKS-INDEX).

      *-->LOCALIZA EL JOB DE LA LINEA DIGITADA RECORRIENDO LA PAGINA
      *   DESDE SU LLAVE INICIAL
       250-LOCALIZA-LINEA.
           MOVE ZEROS TO WKS-FLAG-HALLADA
           IF EDOL2-SELI IS NUMERIC
                MOVE EDOL2-SELI TO WKS-SEL-LINEA
                IF WKS-SEL-LINEA > ZEROS
                AND WKS-SEL-LINEA NOT > WKS-PAGE-LIMIT
                     MOVE WKS-COM-PAGINA-LLAVE TO EDJP-LLAVE
                     MOVE ZEROS TO WKS-AUX
                     PERFORM 807-EXEC-CICS-STARTBR-JPR
                     PERFORM UNTIL WKS-AUX = WKS-SEL-LINEA
                     OR NOT WKS-EDM4JPR-NORMAL
                          PERFORM 808-EXEC-CICS-READNEXT-JPR
                          IF WKS-EDM4JPR-NORMAL
                               ADD 1 TO WKS-AUX
                          END-IF
                     END-PERFORM
                     PERFORM 809-EXEC-CICS-ENDBR-JPR
                     IF WKS-AUX = WKS-SEL-LINEA
                          MOVE EDJP-LLAVE TO WKS-SEL-LLAVE
                          MOVE 1 TO WKS-FLAG-HALLADA
                     END-IF
                END-IF
           END-IF.

      *-->LA NUEVA CORRIDA DEBE SER AAAAMMDD HHMM VALIDA, FUTURA Y EN
      *   DIA HABIL (NI FIN DE SEMANA NI FECHA DEL CALENDARIO EDM4CAL)
       260-VALIDA-CORRIDA.
           IF EDOL2-NFECHAI IS NOT NUMERIC
           OR EDOL2-NHORAI IS NOT NUMERIC
                SET WKS-MSG-BADCORRIDA TO TRUE
           ELSE
                MOVE EDOL2-NFECHAI TO WKS-COR-FECHA
                MOVE EDOL2-NHORAI TO WKS-COR-HORA
                MOVE FUNCTION CURRENT-DATE(1:12) TO WKS-COR-AHORA
                IF FUNCTION TEST-DATE-YYYYMMDD(WKS-COR-FECHA)
                   NOT = ZEROS
                OR WKS-COR-HH > 23 OR WKS-COR-MI > 59
                     SET WKS-MSG-BADCORRIDA TO TRUE
                ELSE
                     IF WKS-COR-MOMENTO NOT > WKS-COR-AHORA
                          SET WKS-MSG-BADCORRIDA TO TRUE
                     ELSE
      *-->MOD 7 SOBRE EL DIA ENTERO: 6 = SABADO, 0 = DOMINGO
                          COMPUTE WKS-COR-DIA-SEM =
                              FUNCTION MOD(FUNCTION
                                  INTEGER-OF-DATE(WKS-COR-FECHA) 7)
                          MOVE WKS-COR-FECHA TO EDCD-FECHA
                          PERFORM 815-EXEC-CICS-READ-CAL
                          IF WKS-COR-DIA-SEM = 6
                          OR WKS-COR-DIA-SEM = 0
                          OR WKS-EDM4CAL-NORMAL
                               SET WKS-MSG-NOHABIL TO TRUE
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *-->LEE CON BLOQUEO EL JOB ELEGIDO: DEBE SEGUIR PENDIENTE Y EL
      *   OPERADOR DEBE SER QUIEN LO PROGRAMO O SUPERVISOR/ADMIN
       270-LEE-JOB-ELEGIDO.
           MOVE WKS-SEL-LLAVE TO EDJP-LLAVE
           PERFORM 810-EXEC-CICS-READ-UPD-JPR
           IF NOT WKS-EDM4JPR-NORMAL
                SET WKS-MSG-UNKERROR TO TRUE
           ELSE
                IF NOT EDJP-PENDIENTE
                     SET WKS-MSG-NOPENDIENTE TO TRUE
                     PERFORM 813-EXEC-CICS-UNLOCK-JPR
                ELSE
                     IF EDJP-OPERADOR NOT = WKS-COM-OPERADOR-ID
                     AND NOT WKS-COM-ROL-SUPERVISOR
                     AND NOT WKS-COM-ROL-ADMIN
                          SET WKS-MSG-NOAUTH TO TRUE
                          PERFORM 813-EXEC-CICS-UNLOCK-JPR
                     ELSE
                          MOVE SPACES TO WKS-IMAGEN-ANTES
                          MOVE REG-EDMJPR
                            TO WKS-IMAGEN-ANTES(1:91)
                     END-IF
                END-IF
           END-IF.

      *-->ACCION PARA CAMBIAR FECHA/HORA DE CORRIDA DEL JOB ELEGIDO:
      *   LA FECHA/HORA ES LLAVE, ASI QUE SE BORRA Y SE GRABA DE NUEVO
      *   (SI LA NUEVA NO ENTRA SE REPONE LA ORIGINAL)
       300-ACCION-PF2.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 250-LOCALIZA-LINEA
           IF WKS-FLAG-HALLADA = ZEROS
                SET WKS-MSG-BADLINEA TO TRUE
                MOVE -1 TO EDOL2-SELL
           ELSE
                PERFORM 260-VALIDA-CORRIDA
                IF WKS-MSG-BADCORRIDA OR WKS-MSG-NOHABIL
                     MOVE -1 TO EDOL2-NFECHAL
                ELSE
                     PERFORM 270-LEE-JOB-ELEGIDO
                     IF WKS-OUTPUT-MSG = ZEROS
                          PERFORM 310-PROCESS-CAMBIA-CORRIDA
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

       310-PROCESS-CAMBIA-CORRIDA.
           MOVE REG-EDMJPR TO WKS-JPR-RESPALDO
           PERFORM 812-EXEC-CICS-DELETE-JPR
           IF NOT WKS-EDM4JPR-NORMAL
                SET WKS-MSG-UNKERROR TO TRUE
           ELSE
                MOVE WKS-COR-FECHA TO EDJP-FECHA-PROG
                MOVE WKS-COR-HORA TO EDJP-HORA-PROG
                MOVE ZEROS TO EDJP-SECUENCIA
                MOVE WKS-COM-OPERADOR-ID TO EDJP-OPER-CAMBIO
                MOVE ZEROS TO WKS-COR-REINTENTOS
                PERFORM 811-EXEC-CICS-WRITE-JPR
                PERFORM UNTIL NOT WKS-EDM4JPR-DUPREC
                OR WKS-COR-REINTENTOS > 98
                     ADD 1 TO WKS-COR-REINTENTOS
                     ADD 1 TO EDJP-SECUENCIA
                     PERFORM 811-EXEC-CICS-WRITE-JPR
                END-PERFORM
                IF WKS-EDM4JPR-NORMAL
                     SET EDJT-CAMBIO TO TRUE
                     PERFORM 460-BITACORA-JOB
      *-->SE DESPIERTA A EDID1JPQ POR SI LA CORRIDA SE ADELANTO
                     PERFORM 816-EXEC-CICS-START-JPQ
                     PERFORM 220-PROCESS-LOAD-PAGE
                     SET WKS-MSG-CAMBIADO TO TRUE
                     MOVE SPACES TO EDOL2-SELI
                     MOVE SPACES TO EDOL2-NFECHAI
                     MOVE SPACES TO EDOL2-NHORAI
                ELSE
                     MOVE WKS-JPR-RESPALDO TO REG-EDMJPR
                     PERFORM 811-EXEC-CICS-WRITE-JPR
                     SET WKS-MSG-UNKERROR TO TRUE
                END-IF
           END-IF.

      *-->ACCION PARA CANCELAR EL JOB ELEGIDO (QUEDA EN EL ARCHIVO
      *   COMO CANCELADO; EDID1JPQ YA NO LO ENVIA)
       350-ACCION-PF3.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 250-LOCALIZA-LINEA
           IF WKS-FLAG-HALLADA = ZEROS
                SET WKS-MSG-BADLINEA TO TRUE
                MOVE -1 TO EDOL2-SELL
           ELSE
                PERFORM 270-LEE-JOB-ELEGIDO
                IF WKS-OUTPUT-MSG = ZEROS
                     SET EDJP-CANCELADO TO TRUE
                     MOVE WKS-COM-OPERADOR-ID TO EDJP-OPER-CAMBIO
                     PERFORM 814-EXEC-CICS-REWRITE-JPR
                     IF WKS-EDM4JPR-NORMAL
                          SET EDJT-CAMBIO TO TRUE
                          PERFORM 460-BITACORA-JOB
                          PERFORM 220-PROCESS-LOAD-PAGE
                          SET WKS-MSG-CANCELADO TO TRUE
                          MOVE SPACES TO EDOL2-SELI
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA AVANZAR A LA SIGUIENTE PAGINA
       400-ACCION-PF5.
           IF WKS-COM-NEXT-LLAVE = SPACES
                SET WKS-MSG-FINLISTA TO TRUE
           ELSE
                MOVE WKS-COM-NEXT-LLAVE TO WKS-COM-PAGINA-LLAVE
                PERFORM 220-PROCESS-LOAD-PAGE
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->DEJA EL CAMBIO EN LA BITACORA EDM4TJL (RUTINA EDID1BTJ) CON
      *   LA CABECERA DEL JOB ANTES Y DESPUES (LA JCL NO VIAJA)
       460-BITACORA-JOB.
           MOVE "EDM4JPR " TO EDJT-TABLA
           MOVE SPACES TO EDJT-LLAVE-REG
           MOVE EDJP-LLAVE TO EDJT-LLAVE-REG(1:16)
           MOVE WKS-COM-OPERADOR-ID TO EDJT-OPERADOR
           MOVE EIBTRMID TO EDJT-TERMINAL
           MOVE WKS-PROGRAM-NAME TO EDJT-PANTALLA
           MOVE WKS-IMAGEN-ANTES TO EDJT-IMAGEN-ANTES
           MOVE SPACES TO EDJT-IMAGEN-DESPUES
           MOVE REG-EDMJPR TO EDJT-IMAGEN-DESPUES(1:91)
           PERFORM 817-EXEC-CICS-LINK-BITACORA.

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
                MAP('EDOL2')
                MAPSET('EDOL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDOL2')
                MAPSET('EDOL2')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDOL2')
                MAPSET('EDOL2')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDO2')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDOL2')
                MAPSET ('EDOL2')
                NOHANDLE
           END-EXEC.

       807-EXEC-CICS-STARTBR-JPR.
           EXEC CICS STARTBR
               FILE('EDM4JPR')
               RIDFLD(EDJP-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       808-EXEC-CICS-READNEXT-JPR.
           EXEC CICS READNEXT
               FILE('EDM4JPR')
               INTO(REG-EDMJPR)
               RIDFLD(EDJP-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       809-EXEC-CICS-ENDBR-JPR.
           EXEC CICS ENDBR
               FILE('EDM4JPR')
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-READ-UPD-JPR.
           EXEC CICS READ
               FILE('EDM4JPR')
               INTO(REG-EDMJPR)
               RIDFLD(EDJP-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       811-EXEC-CICS-WRITE-JPR.
           EXEC CICS WRITE
               FILE('EDM4JPR')
               FROM(REG-EDMJPR)
               RIDFLD(EDJP-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       812-EXEC-CICS-DELETE-JPR.
           EXEC CICS DELETE
               FILE('EDM4JPR')
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       813-EXEC-CICS-UNLOCK-JPR.
           EXEC CICS UNLOCK
               FILE('EDM4JPR')
               NOHANDLE
           END-EXEC.

       814-EXEC-CICS-REWRITE-JPR.
           EXEC CICS REWRITE
               FILE('EDM4JPR')
               FROM(REG-EDMJPR)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       815-EXEC-CICS-READ-CAL.
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

      *-->MISMO REQID QUE EDID1JPQ: SE CANCELA LA VUELTA PROGRAMADA
      *   PARA NO DEJAR DOS CICLOS
       816-EXEC-CICS-START-JPQ.
           EXEC CICS CANCEL
               REQID('EDID1JPQ')
               NOHANDLE
           END-EXEC
           EXEC CICS START
               TRANSID('EDJP')
               INTERVAL(0)
               REQID('EDID1JPQ')
               NOHANDLE
           END-EXEC.

      *-->NOHANDLE: LA BITACORA NUNCA DETIENE EL MANTENIMIENTO
       817-EXEC-CICS-LINK-BITACORA.
           EXEC CICS LINK
               PROGRAM('EDID1BTJ')
               COMMAREA(REG-EDBTJ)
               NOHANDLE
           END-EXEC.

       818-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       898-EVALUATE-DFHRESP-JPR.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4JPR-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4JPR-NOTFND TO TRUE
                WHEN DFHRESP(DUPREC) SET WKS-EDM4JPR-DUPREC TO TRUE
                WHEN OTHER           SET WKS-EDM4JPR-OTRO   TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-LISTADO
                MOVE "LINEA + PF2=CAMBIAR PF3=CANCELAR PF5=MAS"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINDATOS
                MOVE "SIN JOBS PROGRAMADOS DESDE LA FECHA"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-FINLISTA
                MOVE "NO HAY MAS JOBS PROGRAMADOS"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADFECHA
                MOVE "FECHA INVALIDA (AAAAMMDD)"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADLINEA
                MOVE "DIGITE UNA LINEA DE LA LISTA"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADCORRIDA
                MOVE "CORRIDA INVALIDA: AAAAMMDD HHMM FUTURA"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOHABIL
                MOVE "LA FECHA DE CORRIDA NO ES DIA HABIL"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOPENDIENTE
                MOVE "EL JOB YA NO ESTA PENDIENTE"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "SOLO QUIEN LO PROGRAMO O SUPERVISOR"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-CAMBIADO
                MOVE "CORRIDA DEL JOB CAMBIADA"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-CANCELADO
                MOVE "JOB PROGRAMADO CANCELADO"
                TO EDOL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDOL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDOL2-OUTPUT-MSGC
                MOVE SPACES   TO EDOL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDOL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDOL2-TIME-SISO.

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
           MOVE SPACE TO EDOL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
