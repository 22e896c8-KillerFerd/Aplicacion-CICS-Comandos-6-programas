      *               PF17=DOCUMENTOS POR VENCER                       *
      *               PF18=GRUPOS Y FAMILIAS                           *
      *               PF19=EXPEDIENTE DE CLIENTE                       *
      *               PF20=RECONSTRUYE PATH EDF4AUL                    *
      *               PF21=JOBS PROGRAMADOS                            *
      *               PF22=ESQUELETOS JCL                              *
      *               PF23=REINICIO/CORRIDA DE JOBS QUE ACTUALIZAN     *
      *                    EDM4CL (EDID1R21/R25/R33/R46/R47)           *
      *               PF24=EXTRACCION AD HOC POR JUEGO DE PARAMETROS   *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/06/2022                                       *
       ID DIVISION.
       PROGRAM-ID. EDID1IL5.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-->CARACTERES VALIDOS EN EL NOMBRE DE UN SIMBOLO DEL ESQUELETO
           CLASS SIMBOLO-JCL IS "A" THRU "I" "J" THRU "R" "S" THRU "Z"
                                "0" THRU "9".
       DATA DIVISION.
       WORKING-STORAGE SECTION.


       COPY EDMCAL.

       COPY EDMJPR.
      *-->BIBLIOTECA DE ESQUELETOS JCL
       COPY EDMSKL.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1IL5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-PREVIEW-MODE  PIC 9(02) VALUE ZEROS.
               03 WKS-COM-PROCESO       PIC X(08) VALUE SPACES.

       01 WKS-FILE-STATUS.
           02 WKS-SPOOL-STATUS         PIC 99 VALUE ZEROS.
           02 WKS-EDM4CAL-STATUS       PIC 99 VALUE ZEROS.
               88 WKS-EDM4CAL-NORMAL   VALUE 1.
               88 WKS-EDM4CAL-NOTFND   VALUE 2.
           02 WKS-EDM4JPR-STATUS       PIC 99 VALUE ZEROS.
               88 WKS-EDM4JPR-NORMAL   VALUE 1.
               88 WKS-EDM4JPR-DUPREC   VALUE 2.
               88 WKS-EDM4JPR-ERROR    VALUE 3.
               88 WKS-EDM4JPR-ENDFILE  VALUE 4.
           02 WKS-EDM4SKL-STATUS       PIC 99 VALUE ZEROS.
               88 WKS-EDM4SKL-NORMAL   VALUE 1.
               88 WKS-EDM4SKL-ENDFILE  VALUE 2.

      *-->CALENDARIO DE PROCESO: FERIADO DE HOY, FIN DE MES HABIL Y
      *   CADENA EOD ABIERTA EN LA BITACORA
           02 WKS-JLG-PARM             PIC X(16) VALUE SPACES.
           02 WKS-FLAG-PURGA-ABIERTA   PIC 9 VALUE ZEROS.

      *-->ENVIO PROGRAMADO: FECHA/HORA DE CORRIDA DIGITADAS EN EL
      *   MAPA. EL DIA DE PROCESO ES HOY O LA FECHA PROGRAMADA
       01 WKS-PROGRAMACION.
           02 WKS-FLAG-RECIBIDO        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PRG-REVISADA    PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PROGRAMADO      PIC 9 VALUE ZEROS.
           02 WKS-PRG-MOMENTO.
               03 WKS-PRG-FECHA        PIC 9(08) VALUE ZEROS.
               03 WKS-PRG-HORA         PIC 9(04) VALUE ZEROS.
               03 WKS-PRG-HORA-R REDEFINES WKS-PRG-HORA.
                   04 WKS-PRG-HH       PIC 9(02).
                   04 WKS-PRG-MI       PIC 9(02).
           02 WKS-PRG-AHORA            PIC X(12) VALUE SPACES.
           02 WKS-PRG-REINTENTOS       PIC 9(02) VALUE ZEROS.
           02 WKS-FECHA-PROCESO        PIC 9(08) VALUE ZEROS.
      *-->HAY JOBS PENDIENTES EN EDM4JPR (AL ENTRAR SE REVISA PARA
      *   REARRANCAR EL CICLO DE EDID1JPQ, P.EJ. TRAS REINICIAR CICS)
           02 WKS-FLAG-JPR-PENDIENTE   PIC 9 VALUE ZEROS.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 9(02) VALUE ZEROS.
                88 WKS-MSG-INVALIDOP    VALUE 1.
                88 WKS-MSG-SINRESPALDO  VALUE 21.
                88 WKS-MSG-PREVIEW-PF19 VALUE 22.
                88 WKS-MSG-BADCLIENTE   VALUE 23.
                88 WKS-MSG-PROGRAMADO   VALUE 24.
                88 WKS-MSG-BADPROG      VALUE 25.
                88 WKS-MSG-PROGNOHABIL  VALUE 26.
                88 WKS-MSG-ESQUELETO    VALUE 27.
                88 WKS-MSG-PREVIEW-PF23 VALUE 28.
                88 WKS-MSG-REINICIO     VALUE 29.
                88 WKS-MSG-BADPROCESO   VALUE 30.
                88 WKS-MSG-BADMODO      VALUE 31.
                88 WKS-MSG-PREVIEW-PF24 VALUE 32.
                88 WKS-MSG-BADJUEGO     VALUE 33.
                88 WKS-MSG-NOJUEGO      VALUE 34.

       01 WKS-WORK-FIELDS.
           02 WKS-PROGRAM-XCTL          PIC X(08).
       01 WKS-JCL.
           02 WKS-TOKEN                 PIC X(08).
           02 WKS-JCL-LINE              PIC X(80).

      *-->EL JOB SE ARMA DESDE SU ESQUELETO EN EDM4SKL (LLAVE = EL
      *   PROGRAMA DE LA SOLICITUD) RESOLVIENDO SUS SIMBOLOS. SIN
      *   ESQUELETO, CON UN SIMBOLO SIN VALOR O CON UNA LINEA DE MAS
      *   DE 71 COLUMNAS EL JOB SE RECHAZA SIN ENVIARSE
       01 WKS-ESQUELETO.
           02 WKS-SKL-RESULTADO        PIC 9 VALUE ZEROS.
               88 WKS-SKL-RESUELTO     VALUE 0.
               88 WKS-SKL-NOEXISTE     VALUE 1.
               88 WKS-SKL-SINRESOLVER  VALUE 2.
               88 WKS-SKL-EXCEDIDO     VALUE 3.
           02 WKS-SKL-SIMBOLO-MALO     PIC X(08) VALUE SPACES.
           02 WKS-SKL-NO-LINEAS        PIC 9(02) VALUE ZEROS.
           02 WKS-SKL-LINEA            PIC X(80) OCCURS 40 TIMES.
      *-->VALORES QUE LA ACCION DA A LOS SIMBOLOS DE SU JOB: &PARM
      *   CON SU LARGO FIJO (CERO = EL JOB NO LLEVA PARM) Y &NOTIFY
      *   EN BLANCO = EL DE INSTALACION DEL ESQUELETO "SIMBOLOS"
           02 WKS-SKL-PARM             PIC X(16) VALUE SPACES.
           02 WKS-SKL-PARM-LARGO       PIC 9(02) VALUE ZEROS.
           02 WKS-SKL-NOTIFY           PIC X(08) VALUE SPACES.
           02 WKS-SKL-JOBLIB           PIC X(56) VALUE SPACES.
           02 WKS-SKL-FINMES           PIC X(56) VALUE SPACES.
           02 WKS-SKL-MENSAJE          PIC X(40) VALUE SPACES.
           02 WKS-SKL-FALTANTE         PIC X(08) VALUE SPACES.
      *-->EN EL ULTIMO DIA HABIL LA LINEA "&FINMES" DE LA CADENA EOD
      *   SE REEMPLAZA POR EL ESQUELETO DEL PASO DE FIN DE MES (EL
      *   EDID1R15 CON SUS DD), QUE SE LEE ANTES DE ARMAR LA CADENA
           02 WKS-SKL-FLAG-FINMES      PIC 9 VALUE ZEROS.
               88 WKS-SKL-CON-FINMES   VALUE 1.
           02 WKS-SKL-ESQ-FINMES       PIC X(08) VALUE "EDID1FMS".
           02 WKS-FMS-NO-LINEAS        PIC 9(02) VALUE ZEROS.
           02 WKS-FMS-INDICE           PIC 9(02) VALUE ZEROS.
           02 WKS-FMS-LINEA            PIC X(71) OCCURS 20 TIMES.

      *-->TABLA DE SIMBOLOS: PRIMERO LOS DEL PROGRAMA Y LUEGO LOS DE
      *   INSTALACION (ESQUELETO "SIMBOLOS") QUE NO ESTEN YA
       01 WKS-SIMBOLOS.
           02 WKS-SIM-CUENTA           PIC 9(02) VALUE ZEROS.
           02 WKS-SIM-ENTRADA OCCURS 30 TIMES.
               03 WKS-SIM-NOMBRE       PIC X(08).
               03 WKS-SIM-VALOR        PIC X(56).
               03 WKS-SIM-LARGO        PIC 9(02).
           02 WKS-SIM-NUEVO-NOMBRE     PIC X(08) VALUE SPACES.
           02 WKS-SIM-NUEVO-VALOR      PIC X(56) VALUE SPACES.
           02 WKS-SIM-BUSCADO          PIC X(08) VALUE SPACES.
           02 WKS-SIM-HALLADO          PIC 9(02) VALUE ZEROS.
           02 WKS-SIM-INDICE           PIC 9(02) VALUE ZEROS.

      *-->SUSTITUCION DE UNA LINEA DEL ESQUELETO
       01 WKS-SUSTITUCION.
           02 WKS-SUB-ENTRADA          PIC X(71) VALUE SPACES.
           02 WKS-SUB-SALIDA           PIC X(80) VALUE SPACES.
           02 WKS-SUB-NOMBRE           PIC X(08) VALUE SPACES.
           02 WKS-SUB-FIN              PIC 9(03) VALUE ZEROS.
           02 WKS-SUB-I                PIC 9(03) VALUE ZEROS.
           02 WKS-SUB-O                PIC 9(03) VALUE ZEROS.
           02 WKS-SUB-K                PIC 9(03) VALUE ZEROS.

      *-->VALORES QUE LA PREVIA PROPONE EN EL MAPA Y LA LINEA QUE
      *   OCUPA &FINMES EN LA CADENA EOD LOS DIAS QUE NO SON FIN DE MES
       01 WKS-DEFECTOS.
           02 WKS-DEF-REINICIO         PIC X(08) VALUE "00000000".
           02 WKS-DEF-MES              PIC X(02) VALUE "01".
           02 WKS-DEF-ANIOS            PIC X(02) VALUE "02".
           02 WKS-DEF-DESDE            PIC X(08) VALUE "00000000".
           02 WKS-DEF-HASTA            PIC X(08) VALUE "99999999".
           02 WKS-DEF-CLIENTE          PIC X(08) VALUE "00000000".
           02 WKS-DEF-SINFINMES        PIC X(56) VALUE
               "//* SIN PASO DE FIN DE MES".

      *-->JOBS QUE ACTUALIZAN EDM4CL CON CONTROL DE REINICIO EN
      *   EDM4RST: PROGRAMA, PARM DE UNA CORRIDA NUEVA, LARGO DEL
      *   PARM, POSICION DEL BYTE DE REINICIO ("R") Y SI EL PARM
      *   EMPIEZA CON UNA FECHA DE CORTE (SE PROPONE HOY)
       01 WKS-TABLA-REINICIABLES.
           02 FILLER                    PIC X(21) VALUE
               "EDID1R21        0909S".
           02 FILLER                    PIC X(21) VALUE
               "EDID1R25        0101N".
           02 FILLER                    PIC X(21) VALUE
               "EDID1R33        0101N".
           02 FILLER                    PIC X(21) VALUE
               "EDID1R46B       0202N".
           02 FILLER                    PIC X(21) VALUE
               "EDID1R47S       0202N".
       01 WKS-TABLA-REINICIABLES-R REDEFINES WKS-TABLA-REINICIABLES.
           02 WKS-RIN-ENTRADA OCCURS 5.
               03 WKS-RIN-PROGRAMA      PIC X(08).
               03 WKS-RIN-PARM          PIC X(08).
               03 WKS-RIN-LARGO         PIC 9(02).
               03 WKS-RIN-POSICION      PIC 9(02).
               03 WKS-RIN-CORTE         PIC X(01).

      *-->PROCESO PEDIDO EN PF23 Y SU ULTIMA CORRIDA EN LA BITACORA
       01 WKS-REINICIO.
           02 WKS-RIN-BUSCADO           PIC X(08) VALUE SPACES.
           02 WKS-RIN-IDX               PIC 9(02) VALUE ZEROS.
           02 WKS-RIN-HALLADO           PIC 9(02) VALUE ZEROS.
           02 WKS-FLAG-INCOMPLETO       PIC 9 VALUE ZEROS.
           02 WKS-RIN-PARM-CORRIDA      PIC X(16) VALUE SPACES.
           02 WKS-RIN-MODO              PIC X(01) VALUE SPACES.

      *-->JUEGO DE PARAMETROS PEDIDO EN PF24; VIVE EN EDM4SKL BAJO
      *   EL NOMBRE "$NOMBRE" Y SE MANTIENE CON PF22 (EDID1BL2)
       01 WKS-EXTRACCION.
           02 WKS-EXT-DIGITADO          PIC X(08) VALUE SPACES.
           02 WKS-EXT-JUEGO             PIC X(08) VALUE SPACES.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-YEARS-CHECK           PIC 99 VALUE ZEROS.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(39).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

           EVALUATE TRUE
                WHEN EIBCALEN = 0 OR EIBCALEN = 29
                    PERFORM 060-PROCESS-ARRANCA-JPQ
                    PERFORM 801-EXEC-CICS-SEND-ERASE
                    PERFORM 050-PROCESS-AVISO-RECHAZOS
                    PERFORM 802-EXEC-CICS-SEND-DATA
                    PERFORM 299-ACCION-PF18
                WHEN EIBAID = DFHPF19
                    PERFORM 510-ACCION-PF19
                WHEN EIBAID = DFHPF20
                    PERFORM 520-ACCION-PF20
                WHEN EIBAID = DFHPF21
                    PERFORM 530-ACCION-PF21
                WHEN EIBAID = DFHPF22
                    PERFORM 590-ACCION-PF22
                WHEN EIBAID = DFHPF23
                    PERFORM 600-ACCION-PF23
                WHEN EIBAID = DFHPF24
                    PERFORM 620-ACCION-PF24
                WHEN OTHER
                    PERFORM 400-ACCION-OTHER
           END-EVALUATE.

      *--> SI QUEDAN JOBS PROGRAMADOS PENDIENTES EN EDM4JPR SE
      *    DESPIERTA A EDID1JPQ: UN START PERDIDO (REINICIO DE CICS)
      *    NO DEJA LA COLA DETENIDA HASTA LA PROXIMA PROGRAMACION
       060-PROCESS-ARRANCA-JPQ.
           MOVE ZEROS TO WKS-FLAG-JPR-PENDIENTE
           MOVE ZEROS TO EDJP-FECHA-PROG
           MOVE ZEROS TO EDJP-HORA-PROG
           MOVE ZEROS TO EDJP-SECUENCIA
           PERFORM 888-EXEC-CICS-STARTBR-JPR
           PERFORM UNTIL NOT WKS-EDM4JPR-NORMAL
           OR WKS-FLAG-JPR-PENDIENTE = 1
                PERFORM 889-EXEC-CICS-READNEXT-JPR
                IF WKS-EDM4JPR-NORMAL AND EDJP-PENDIENTE
                     MOVE 1 TO WKS-FLAG-JPR-PENDIENTE
                END-IF
           END-PERFORM
           PERFORM 884-EXEC-CICS-ENDBR-JPR
           IF WKS-FLAG-JPR-PENDIENTE = 1
                PERFORM 887-EXEC-CICS-START-JPQ
           END-IF.

      *--> CUENTA LOS RECHAZOS "P" DE DIAS ANTERIORES EN EDM4RCH Y
      *    DEJA EL AVISO EN EL MENSAJE DE ENTRADA
       050-PROCESS-AVISO-RECHAZOS.

      *--> MUESTRA LA JCL GENERADA Y PERMITE DIGITAR LOS ANIOS
       191-ACCION-PF4-PREVIA.
           MOVE "EDID1R06" TO WKS-JLG-PROGRAMA
           MOVE WKS-DEF-ANIOS TO WKS-SKL-PARM
           MOVE 2 TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE WKS-DEF-ANIOS TO EDIL5-YEARSO
           MOVE 3 TO WKS-COM-PREVIEW-MODE
           SET WKS-MSG-PREVIEW-PF4 TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA

      *--> ARMA Y ENVIA LA JCL DEL REPORTE DE INACTIVOS
       193-ACCION-PF4-ENVIA.
           MOVE "EDID1R06" TO WKS-JLG-PROGRAMA
           MOVE EDIL5-YEARSI TO WKS-JLG-PARM
           MOVE EDIL5-YEARSI TO WKS-SKL-PARM
           MOVE 2 TO WKS-SKL-PARM-LARGO
           PERFORM 580-ENVIA-ESQUELETO
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *--> MUESTRA LA JCL GENERADA Y PERMITE EDITAR NOTIFY/JOBLIB
       201-ACCION-PF5-PREVIA.
           MOVE "EDID1R01" TO WKS-JLG-PROGRAMA
           MOVE WKS-DEF-REINICIO TO WKS-SKL-PARM
           MOVE 8 TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
      *-->EL NOTIFY QUE SE PROPONE ES EL DE INSTALACION
           MOVE "NOTIFY" TO WKS-SIM-BUSCADO
           PERFORM 578-BUSCA-SIMBOLO
           IF WKS-SIM-HALLADO > ZEROS
                MOVE WKS-SIM-VALOR(WKS-SIM-HALLADO) TO EDIL5-NOTIFYO
           END-IF
           MOVE SPACES           TO EDIL5-JOBLIBO
           MOVE WKS-DEF-REINICIO TO EDIL5-RESTARTO
           MOVE 1 TO WKS-COM-PREVIEW-MODE
           SET WKS-MSG-PREVIEW-PF5 TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
       202-ACCION-PF5-CONFIRMA.
           PERFORM 808-EXEC-CICS-RECEIVE
           IF EDIL5-NOTIFYI NOT = SPACES
                MOVE EDIL5-NOTIFYI TO WKS-SKL-NOTIFY
           END-IF
           IF EDIL5-JOBLIBI NOT = SPACES
                MOVE EDIL5-JOBLIBI TO WKS-SKL-JOBLIB
           END-IF
           IF EDIL5-RESTARTI NOT = SPACES
                MOVE EDIL5-RESTARTI TO WKS-SKL-PARM
           ELSE
                MOVE WKS-DEF-REINICIO TO WKS-SKL-PARM
           END-IF
           MOVE 8 TO WKS-SKL-PARM-LARGO
           MOVE "EDID1R01" TO WKS-JLG-PROGRAMA
           MOVE WKS-SKL-PARM TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           MOVE "EDID1R02" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *    (AVISA SI UNA PURGA PREVIA SIGUE ABIERTA EN LA BITACORA)
       221-ACCION-PF7-PREVIA.
           PERFORM 225-PROCESS-CHECK-PURGA
           MOVE "EDID1R03" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-SKL-PARM
           STRING FUNCTION CURRENT-DATE(1:8) WKS-DEF-REINICIO
               DELIMITED BY SIZE INTO WKS-SKL-PARM
           MOVE 16 TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE WKS-SKL-PARM(1:8) TO EDIL5-FECHAO
           MOVE WKS-DEF-REINICIO TO EDIL5-RESTARTO
           MOVE 5 TO WKS-COM-PREVIEW-MODE
           IF WKS-FLAG-PURGA-ABIERTA = 1
                SET WKS-MSG-PURGABIERTA TO TRUE

      *--> ARMA Y ENVIA LA JCL DE LA PURGA FISICA
       223-ACCION-PF7-ENVIA.
           MOVE SPACES TO WKS-SKL-PARM
           MOVE EDIL5-FECHAI TO WKS-SKL-PARM(1:8)
      *-->REINICIO EN BLANCO = CORRIDA COMPLETA (CEROS)
           IF EDIL5-RESTARTI NOT > SPACES
                MOVE WKS-DEF-REINICIO TO WKS-SKL-PARM(9:8)
           ELSE
                MOVE EDIL5-RESTARTI TO WKS-SKL-PARM(9:8)
           END-IF
           MOVE 16 TO WKS-SKL-PARM-LARGO
           MOVE "EDID1R03" TO WKS-JLG-PROGRAMA
           MOVE WKS-SKL-PARM TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *--> MUESTRA LA JCL GENERADA Y PERMITE DIGITAR EL MES
       231-ACCION-PF8-PREVIA.
           MOVE "EDID1R04" TO WKS-JLG-PROGRAMA
           MOVE WKS-DEF-MES TO WKS-SKL-PARM
           MOVE 2 TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE WKS-DEF-MES TO EDIL5-MONTHO
           MOVE 2 TO WKS-COM-PREVIEW-MODE
           SET WKS-MSG-PREVIEW-PF8 TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA

      *--> ARMA Y ENVIA LA JCL DEL EXTRACTO DE CUMPLEANOS
       233-ACCION-PF8-ENVIA.
           MOVE "EDID1R04" TO WKS-JLG-PROGRAMA
           MOVE EDIL5-MONTHI TO WKS-JLG-PARM
           MOVE EDIL5-MONTHI TO WKS-SKL-PARM
           MOVE 2 TO WKS-SKL-PARM-LARGO
           PERFORM 580-ENVIA-ESQUELETO
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           MOVE "EDID1R05" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.


      *--> MUESTRA LA JCL GENERADA Y PERMITE DIGITAR EL OPERADOR
       251-ACCION-PF11-PREVIA.
           MOVE "EDID1R07" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-SKL-PARM
           MOVE 8 TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE SPACES TO EDIL5-OPERADORO
           MOVE 4 TO WKS-COM-PREVIEW-MODE
           SET WKS-MSG-PREVIEW-PF11 TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA

      *--> ARMA Y ENVIA LA JCL DEL REPORTE DE ALTAS DEL DIA
       253-ACCION-PF11-ENVIA.
      *-->OPERADOR EN BLANCO = TODOS LOS OPERADORES
           IF EDIL5-OPERADORI NOT > SPACES
                MOVE SPACES TO EDIL5-OPERADORI
           END-IF
           MOVE "EDID1R07" TO WKS-JLG-PROGRAMA
           MOVE EDIL5-OPERADORI TO WKS-JLG-PARM
           MOVE EDIL5-OPERADORI TO WKS-SKL-PARM
           MOVE 8 TO WKS-SKL-PARM-LARGO
           PERFORM 580-ENVIA-ESQUELETO
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           MOVE "EDID1R08" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           MOVE "EDID1R09" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.


      *--> MUESTRA LA JCL GENERADA Y PERMITE DIGITAR EL RANGO
       281-ACCION-PF14-PREVIA.
           MOVE "EDID1R10" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-SKL-PARM
           STRING WKS-DEF-DESDE WKS-DEF-HASTA DELIMITED BY SIZE
                INTO WKS-SKL-PARM
           MOVE 16 TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE WKS-DEF-DESDE TO EDIL5-DESDEO
           MOVE WKS-DEF-HASTA TO EDIL5-HASTAO
           MOVE 6 TO WKS-COM-PREVIEW-MODE
           SET WKS-MSG-PREVIEW-PF14 TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA

      *--> ARMA Y ENVIA LA JCL DEL ESTADO DE CAMBIOS
       283-ACCION-PF14-ENVIA.
           MOVE "EDID1R10" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-JLG-PARM
           STRING EDIL5-DESDEI EDIL5-HASTAI DELIMITED BY SIZE
                INTO WKS-JLG-PARM
           MOVE WKS-JLG-PARM TO WKS-SKL-PARM
           MOVE 16 TO WKS-SKL-PARM-LARGO
           PERFORM 580-ENVIA-ESQUELETO
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           ELSE
      *-->LA CADENA SE ARMA PARA EL DIA DE PROCESO: HOY, O LA FECHA
      *   DE CORRIDA SI EL OPERADOR LA PROGRAMA
                PERFORM 540-CHECK-PROGRAMACION
      *-->EL CALENDARIO MANDA: EN FERIADO NO SE ARMA LA CADENA, Y
      *   EN EL ULTIMO DIA HABIL DEL MES SE AGREGA EL PASO DE FIN
      *   DE MES (ESQUELETO EDID1FMS, EL EDID1R15); LOS DEMAS DIAS
      *   QUEDA SOLO UN COMENTARIO
                PERFORM 460-CHECK-CALENDARIO-HOY
                IF WKS-FLAG-FERIADO-HOY = 1
                     SET WKS-MSG-FERIADO TO TRUE
                END-IF
                PERFORM 465-CHECK-FIN-DE-MES
                IF WKS-FLAG-FIN-DE-MES = 1
                     SET WKS-SKL-CON-FINMES TO TRUE
                     MOVE SPACES TO WKS-SKL-FINMES
                ELSE
                     MOVE WKS-DEF-SINFINMES TO WKS-SKL-FINMES
                END-IF
                MOVE "EDID1EOD" TO WKS-JLG-PROGRAMA
                MOVE SPACES TO WKS-JLG-PARM
                PERFORM 580-ENVIA-ESQUELETO
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF.

      *--> MUESTRA LA JCL GENERADA Y PERMITE DIGITAR LA FECHA DE CORTE
       297-ACCION-PF17-PREVIA.
           MOVE "EDID1R32" TO WKS-JLG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-SKL-PARM
           MOVE 8 TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE WKS-SKL-PARM(1:8) TO EDIL5-FECHAO
           MOVE 7 TO WKS-COM-PREVIEW-MODE
           SET WKS-MSG-PREVIEW-PF17 TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           ELSE
                MOVE "EDID1R32" TO WKS-JLG-PROGRAMA
                MOVE EDIL5-FECHAI TO WKS-JLG-PARM
                MOVE EDIL5-FECHAI TO WKS-SKL-PARM
                MOVE 8 TO WKS-SKL-PARM-LARGO
                PERFORM 580-ENVIA-ESQUELETO
                MOVE ZEROS TO WKS-COM-PREVIEW-MODE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           MOVE "EDID1R34" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *--> FERIADO DEL DIA DE PROCESO SEGUN EL CALENDARIO EDM4CAL
      *    (ARCHIVO CERRADO O SIN FILA = DIA HABIL)
       460-CHECK-CALENDARIO-HOY.
           MOVE ZEROS TO WKS-FLAG-FERIADO-HOY
           MOVE WKS-FECHA-PROCESO TO WKS-CAL-HOY
           MOVE WKS-CAL-HOY TO EDCD-FECHA
           PERFORM 885-EXEC-CICS-READ-CAL
           IF WKS-EDM4CAL-NORMAL
                MOVE 1 TO WKS-FLAG-FERIADO-HOY
           END-IF.

      *--> EL DIA DE PROCESO ES EL ULTIMO DIA HABIL DEL MES? SE PARTE
      *    DEL ULTIMO DIA CALENDARIO Y SE RETROCEDE MIENTRAS CAIGA EN
      *    FIN DE SEMANA O EN FECHA DEL CALENDARIO EDM4CAL
       465-CHECK-FIN-DE-MES.
           MOVE ZEROS TO WKS-FLAG-FIN-DE-MES
           MOVE WKS-FECHA-PROCESO TO WKS-CAL-HOY
           MOVE WKS-CAL-HOY TO WKS-CAL-FECHA
      *-->ULTIMO DIA CALENDARIO: DIA 1 DEL MES SIGUIENTE MENOS UNO
           IF WKS-CAL-MM = 12
           END-PERFORM
           PERFORM 893-EXEC-CICS-ENDBR-JOBLOG.

       886-EXEC-CICS-WRITE-JPR.
           EXEC CICS WRITE
               FILE('EDM4JPR')
               FROM(REG-EDMJPR)
               RIDFLD(EDJP-LLAVE)
               NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4JPR-NORMAL TO TRUE
                WHEN DFHRESP(DUPREC) SET WKS-EDM4JPR-DUPREC TO TRUE
                WHEN OTHER           SET WKS-EDM4JPR-ERROR  TO TRUE
           END-EVALUATE.

      *-->DESPIERTA YA A LA TAREA DE JOBS PROGRAMADOS; ELLA MISMA
      *   MANTIENE SU CICLO MIENTRAS QUEDEN PENDIENTES. CON EL MISMO
      *   REQID QUE USA EDID1JPQ: SE CANCELA LA VUELTA QUE ESTUVIERA
      *   PROGRAMADA PARA NO DEJAR DOS CICLOS
       887-EXEC-CICS-START-JPQ.
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

       888-EXEC-CICS-STARTBR-JPR.
           EXEC CICS STARTBR
               FILE('EDM4JPR')
               RIDFLD(EDJP-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 879-EVALUATE-DFHRESP-JPR.

       889-EXEC-CICS-READNEXT-JPR.
           EXEC CICS READNEXT
               FILE('EDM4JPR')
               INTO(REG-EDMJPR)
               RIDFLD(EDJP-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 879-EVALUATE-DFHRESP-JPR.

       884-EXEC-CICS-ENDBR-JPR.
           EXEC CICS ENDBR
               FILE('EDM4JPR')
               NOHANDLE
           END-EXEC.

       879-EVALUATE-DFHRESP-JPR.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4JPR-NORMAL  TO TRUE
                WHEN OTHER           SET WKS-EDM4JPR-ENDFILE TO TRUE
           END-EVALUATE.

       880-EXEC-CICS-STARTBR-SKL.
           EXEC CICS STARTBR
               FILE('EDM4SKL')
               RIDFLD(EDSK-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 883-EVALUATE-DFHRESP-SKL.

       881-EXEC-CICS-READNEXT-SKL.
           EXEC CICS READNEXT
               FILE('EDM4SKL')
               INTO(REG-EDMSKL)
               RIDFLD(EDSK-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 883-EVALUATE-DFHRESP-SKL.

       882-EXEC-CICS-ENDBR-SKL.
           EXEC CICS ENDBR
               FILE('EDM4SKL')
               NOHANDLE
           END-EXEC.

       883-EVALUATE-DFHRESP-SKL.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4SKL-NORMAL  TO TRUE
                WHEN OTHER           SET WKS-EDM4SKL-ENDFILE TO TRUE
           END-EVALUATE.

       885-EXEC-CICS-READ-CAL.
           EXEC CICS READ
               FILE('EDM4CAL')

      *--> MUESTRA LA JCL GENERADA Y PERMITE DIGITAR EL CLIENTE
       511-ACCION-PF19-PREVIA.
           MOVE "EDID1R48" TO WKS-JLG-PROGRAMA
           MOVE WKS-DEF-CLIENTE TO WKS-SKL-PARM
           MOVE 8 TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE WKS-DEF-CLIENTE TO EDIL5-DESDEO
           MOVE 8 TO WKS-COM-PREVIEW-MODE
           SET WKS-MSG-PREVIEW-PF19 TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           ELSE
                MOVE "EDID1R48" TO WKS-JLG-PROGRAMA
                MOVE EDIL5-DESDEI TO WKS-JLG-PARM
                MOVE EDIL5-DESDEI TO WKS-SKL-PARM
                MOVE 8 TO WKS-SKL-PARM-LARGO
                PERFORM 580-ENVIA-ESQUELETO
                MOVE ZEROS TO WKS-COM-PREVIEW-MODE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF.

      *--> ACCION QUE RECONSTRUYE EL PATH EDF4AUL DE LA BITACORA Y LO
      *    RECONCILIA CONTRA EL BASE (SOLO SUPERVISOR O ADMINISTRADOR)
       520-ACCION-PF20.
           IF NOT WKS-COM-ROL-SUPERVISOR
           AND NOT WKS-COM-ROL-ADMIN
                SET WKS-MSG-NOAUTH TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           ELSE
                MOVE ZEROS TO WKS-COM-PREVIEW-MODE
                MOVE "EDID1R71" TO WKS-JLG-PROGRAMA
                MOVE SPACES TO WKS-JLG-PARM
                PERFORM 580-ENVIA-ESQUELETO
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF.

      *--> ACCION QUE PASA A LA LISTA DE JOBS PROGRAMADOS (EDID1OL2)
       530-ACCION-PF21.
           MOVE "EDID1OL2" TO WKS-PROGRAM-XCTL
           PERFORM 804-EXEC-CICS-XCTL-COMMAREA
           PERFORM 999-END-PROGRAM.

      *--> ARMA EL JOB DE LA SOLICITUD DESDE SU ESQUELETO Y LO ENVIA
      *    (O LO PROGRAMA). UN ESQUELETO QUE NO RESUELVE SE AVISA Y
      *    NO SE ENVIA NADA
       580-ENVIA-ESQUELETO.
           PERFORM 540-CHECK-PROGRAMACION
           PERFORM 560-ARMA-ESQUELETO
           IF NOT WKS-SKL-RESUELTO
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF
           PERFORM 805-EXEC-CICS-SPOOLOPEN
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > WKS-SKL-NO-LINEAS
                MOVE WKS-SKL-LINEA(WKS-INDEX) TO WKS-JCL-LINE
                PERFORM 806-EXEC-CICS-SPOOLWRITE
                ADD 1 TO WKS-INDEX
           END-PERFORM
           IF WKS-SPOOL-NORMAL
                SET WKS-MSG-GENERED TO TRUE
                PERFORM 890-EXEC-CICS-WRITE-JOBLOG
           ELSE
                SET WKS-MSG-NOGENERED TO TRUE
           END-IF
           PERFORM 807-EXEC-CICS-SPOOLCLOSE.

      *--> MUESTRA EN LA PREVIA EL JOB YA RESUELTO (PRIMERAS 12
      *    LINEAS); SI NO RESUELVE SE AVISA SIN ENTRAR A LA PREVIA
       585-MUESTRA-ESQUELETO.
           PERFORM 560-ARMA-ESQUELETO
           IF NOT WKS-SKL-RESUELTO
                MOVE ZEROS TO WKS-COM-PREVIEW-MODE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > WKS-SKL-NO-LINEAS
           OR WKS-INDEX > 12
                MOVE WKS-SKL-LINEA(WKS-INDEX)
                    TO EDIL5-PREVIEWO(WKS-INDEX)
                ADD 1 TO WKS-INDEX
           END-PERFORM.

      *--> LEE EL ESQUELETO DEL PROGRAMA DE LA SOLICITUD EN ORDEN DE
      *    LINEA Y DEJA EN LA TABLA CADA LINEA YA RESUELTA (LAS QUE
      *    QUEDAN EN BLANCO, COMO UN &JOBLIB SIN VALOR, NO VAN). EN
      *    FIN DE MES LA LINEA "&FINMES" TRAE LAS DEL PASO EDID1FMS
       560-ARMA-ESQUELETO.
           SET WKS-SKL-RESUELTO TO TRUE
           MOVE ZEROS TO WKS-SKL-NO-LINEAS
           PERFORM 565-CARGA-SIMBOLOS
           IF WKS-SKL-CON-FINMES
                PERFORM 562-CARGA-FINMES
           END-IF
           MOVE WKS-JLG-PROGRAMA TO EDSK-NOMBRE
           MOVE ZEROS TO EDSK-LINEA
           PERFORM 880-EXEC-CICS-STARTBR-SKL
           PERFORM UNTIL NOT WKS-EDM4SKL-NORMAL
                PERFORM 881-EXEC-CICS-READNEXT-SKL
                IF WKS-EDM4SKL-NORMAL
                     EVALUATE TRUE
                          WHEN EDSK-NOMBRE NOT = WKS-JLG-PROGRAMA
                               SET WKS-EDM4SKL-ENDFILE TO TRUE
                          WHEN EDSK-TEXTO = "&FINMES"
                           AND WKS-SKL-CON-FINMES
                               PERFORM 563-INCLUYE-FINMES
                          WHEN OTHER
                               MOVE EDSK-TEXTO TO WKS-SUB-ENTRADA
                               PERFORM 570-RESUELVE-LINEA
                     END-EVALUATE
                END-IF
           END-PERFORM
           PERFORM 882-EXEC-CICS-ENDBR-SKL
           IF WKS-SKL-NO-LINEAS = ZEROS
                SET WKS-SKL-NOEXISTE TO TRUE
                MOVE WKS-JLG-PROGRAMA TO WKS-SKL-FALTANTE
           END-IF
           EVALUATE TRUE
                WHEN WKS-SKL-NOEXISTE
                     MOVE SPACES TO WKS-SKL-MENSAJE
                     STRING "NO HAY ESQUELETO JCL DE " DELIMITED
                            BY SIZE
                            WKS-SKL-FALTANTE DELIMITED BY SIZE
                       INTO WKS-SKL-MENSAJE
                     SET WKS-MSG-ESQUELETO TO TRUE
                WHEN WKS-SKL-SINRESOLVER
                     MOVE SPACES TO WKS-SKL-MENSAJE
                     STRING "JCL RECHAZADA: &" DELIMITED BY SIZE
                            WKS-SKL-SIMBOLO-MALO DELIMITED BY SPACE
                            " SIN VALOR" DELIMITED BY SIZE
                       INTO WKS-SKL-MENSAJE
                     SET WKS-MSG-ESQUELETO TO TRUE
                WHEN WKS-SKL-EXCEDIDO
                     MOVE "JCL RECHAZADA: >71 COLUMNAS O >40 LINEAS"
                       TO WKS-SKL-MENSAJE
                     SET WKS-MSG-ESQUELETO TO TRUE
           END-EVALUATE.

      *--> GUARDA LAS LINEAS DEL PASO DE FIN DE MES TAL COMO ESTAN EN
      *    EDM4SKL; SIN ESQUELETO EDID1FMS LA CADENA NO SE ENVIA
       562-CARGA-FINMES.
           MOVE ZEROS TO WKS-FMS-NO-LINEAS
           MOVE WKS-SKL-ESQ-FINMES TO EDSK-NOMBRE
           MOVE ZEROS TO EDSK-LINEA
           PERFORM 880-EXEC-CICS-STARTBR-SKL
           PERFORM UNTIL NOT WKS-EDM4SKL-NORMAL
                PERFORM 881-EXEC-CICS-READNEXT-SKL
                IF WKS-EDM4SKL-NORMAL
                     IF EDSK-NOMBRE NOT = WKS-SKL-ESQ-FINMES
                          SET WKS-EDM4SKL-ENDFILE TO TRUE
                     ELSE
                          IF WKS-FMS-NO-LINEAS < 20
                               ADD 1 TO WKS-FMS-NO-LINEAS
                               MOVE EDSK-TEXTO
                                 TO WKS-FMS-LINEA(WKS-FMS-NO-LINEAS)
                          ELSE
                               IF WKS-SKL-RESUELTO
                                    SET WKS-SKL-EXCEDIDO TO TRUE
                               END-IF
                          END-IF
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 882-EXEC-CICS-ENDBR-SKL
           IF WKS-FMS-NO-LINEAS = ZEROS
                SET WKS-SKL-NOEXISTE TO TRUE
                MOVE WKS-SKL-ESQ-FINMES TO WKS-SKL-FALTANTE
           END-IF.

      *--> EN LUGAR DE LA LINEA "&FINMES" VAN LAS DEL PASO DE FIN DE
      *    MES, CADA UNA CON SUS SIMBOLOS RESUELTOS
       563-INCLUYE-FINMES.
           MOVE 1 TO WKS-FMS-INDICE
           PERFORM UNTIL WKS-FMS-INDICE > WKS-FMS-NO-LINEAS
                MOVE WKS-FMS-LINEA(WKS-FMS-INDICE) TO WKS-SUB-ENTRADA
                PERFORM 570-RESUELVE-LINEA
                ADD 1 TO WKS-FMS-INDICE
           END-PERFORM.

      *--> SIMBOLOS DEL PROGRAMA (DIA DE PROCESO, OPERADOR, SUCURSAL
      *    Y LOS QUE LA ACCION LLENO) Y LUEGO LOS DE INSTALACION DEL
      *    ESQUELETO "SIMBOLOS" (LINEAS NOMBRE=VALOR; "*" = COMENTARIO)
       565-CARGA-SIMBOLOS.
           MOVE ZEROS TO WKS-SIM-CUENTA
           IF WKS-FECHA-PROCESO = ZEROS
                MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-PROCESO
           END-IF
           MOVE "FECHA" TO WKS-SIM-NUEVO-NOMBRE
           MOVE WKS-FECHA-PROCESO TO WKS-SIM-NUEVO-VALOR
           PERFORM 576-AGREGA-SIMBOLO
           MOVE "OPER" TO WKS-SIM-NUEVO-NOMBRE
           MOVE WKS-COM-OPERADOR-ID TO WKS-SIM-NUEVO-VALOR
           PERFORM 576-AGREGA-SIMBOLO
           MOVE "SUC" TO WKS-SIM-NUEVO-NOMBRE
           MOVE WKS-COM-SUCURSAL TO WKS-SIM-NUEVO-VALOR
           PERFORM 576-AGREGA-SIMBOLO
           MOVE "JOBLIB" TO WKS-SIM-NUEVO-NOMBRE
           MOVE WKS-SKL-JOBLIB TO WKS-SIM-NUEVO-VALOR
           PERFORM 576-AGREGA-SIMBOLO
           IF WKS-SKL-PARM-LARGO > ZEROS
                MOVE "PARM" TO WKS-SIM-NUEVO-NOMBRE
                MOVE WKS-SKL-PARM TO WKS-SIM-NUEVO-VALOR
                PERFORM 576-AGREGA-SIMBOLO
                MOVE WKS-SKL-PARM-LARGO
                  TO WKS-SIM-LARGO(WKS-SIM-CUENTA)
           END-IF
           IF WKS-SKL-NOTIFY > SPACES
                MOVE "NOTIFY" TO WKS-SIM-NUEVO-NOMBRE
                MOVE WKS-SKL-NOTIFY TO WKS-SIM-NUEVO-VALOR
                PERFORM 576-AGREGA-SIMBOLO
           END-IF
           IF WKS-SKL-FINMES > SPACES
                MOVE "FINMES" TO WKS-SIM-NUEVO-NOMBRE
                MOVE WKS-SKL-FINMES TO WKS-SIM-NUEVO-VALOR
                PERFORM 576-AGREGA-SIMBOLO
           END-IF
           MOVE "SIMBOLOS" TO EDSK-NOMBRE
           MOVE ZEROS TO EDSK-LINEA
           PERFORM 880-EXEC-CICS-STARTBR-SKL
           PERFORM UNTIL NOT WKS-EDM4SKL-NORMAL
                PERFORM 881-EXEC-CICS-READNEXT-SKL
                IF WKS-EDM4SKL-NORMAL
                     IF EDSK-NOMBRE NOT = "SIMBOLOS"
                          SET WKS-EDM4SKL-ENDFILE TO TRUE
                     ELSE
                          IF EDSK-TEXTO(1:1) NOT = "*"
                          AND EDSK-TEXTO > SPACES
                               PERFORM 567-SIMBOLO-INSTALACION
                          END-IF
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 882-EXEC-CICS-ENDBR-SKL.

      *--> UNA LINEA NOMBRE=VALOR DE "SIMBOLOS"; EL NOMBRE QUE EL
      *    PROGRAMA YA DEFINIO MANDA SOBRE EL DE INSTALACION
       567-SIMBOLO-INSTALACION.
           MOVE SPACES TO WKS-SIM-NUEVO-NOMBRE
           MOVE SPACES TO WKS-SIM-NUEVO-VALOR
           UNSTRING EDSK-TEXTO DELIMITED BY "="
               INTO WKS-SIM-NUEVO-NOMBRE WKS-SIM-NUEVO-VALOR
           END-UNSTRING
           MOVE WKS-SIM-NUEVO-NOMBRE TO WKS-SIM-BUSCADO
           PERFORM 578-BUSCA-SIMBOLO
           IF WKS-SIM-HALLADO = ZEROS
                PERFORM 576-AGREGA-SIMBOLO
           END-IF.

      *--> COPIA LA LINEA (WKS-SUB-ENTRADA) CARACTER POR CARACTER;
      *    CADA &NOMBRE (HASTA
      *    8 LETRAS O DIGITOS, CON EL PUNTO FINAL OPCIONAL COMO EN JCL)
      *    SE CAMBIA POR SU VALOR
       570-RESUELVE-LINEA.
           MOVE SPACES TO WKS-SUB-SALIDA
           MOVE 71 TO WKS-SUB-FIN
           PERFORM UNTIL WKS-SUB-FIN = ZEROS
           OR WKS-SUB-ENTRADA(WKS-SUB-FIN:1) NOT = SPACE
                SUBTRACT 1 FROM WKS-SUB-FIN
           END-PERFORM
           MOVE 1 TO WKS-SUB-I
           MOVE ZEROS TO WKS-SUB-O
           PERFORM UNTIL WKS-SUB-I > WKS-SUB-FIN
                IF WKS-SUB-ENTRADA(WKS-SUB-I:1) = "&"
                     PERFORM 572-SUSTITUYE-SIMBOLO
                ELSE
                     ADD 1 TO WKS-SUB-O
                     IF WKS-SUB-O NOT > 80
                          MOVE WKS-SUB-ENTRADA(WKS-SUB-I:1)
                            TO WKS-SUB-SALIDA(WKS-SUB-O:1)
                     END-IF
                     ADD 1 TO WKS-SUB-I
                END-IF
           END-PERFORM
           IF WKS-SUB-O > 71 AND WKS-SKL-RESUELTO
                SET WKS-SKL-EXCEDIDO TO TRUE
           END-IF
           IF WKS-SUB-SALIDA NOT = SPACES
                IF WKS-SKL-NO-LINEAS < 40
                     ADD 1 TO WKS-SKL-NO-LINEAS
                     MOVE WKS-SUB-SALIDA
                       TO WKS-SKL-LINEA(WKS-SKL-NO-LINEAS)
                ELSE
                     IF WKS-SKL-RESUELTO
                          SET WKS-SKL-EXCEDIDO TO TRUE
                     END-IF
                END-IF
           END-IF.

       572-SUSTITUYE-SIMBOLO.
           ADD 1 TO WKS-SUB-I
           MOVE SPACES TO WKS-SUB-NOMBRE
           MOVE ZEROS TO WKS-SUB-K
           PERFORM UNTIL WKS-SUB-I > WKS-SUB-FIN
           OR WKS-SUB-K = 8
           OR WKS-SUB-ENTRADA(WKS-SUB-I:1) IS NOT SIMBOLO-JCL
                ADD 1 TO WKS-SUB-K
                MOVE WKS-SUB-ENTRADA(WKS-SUB-I:1)
                  TO WKS-SUB-NOMBRE(WKS-SUB-K:1)
                ADD 1 TO WKS-SUB-I
           END-PERFORM
           IF WKS-SUB-I NOT > WKS-SUB-FIN
                IF WKS-SUB-ENTRADA(WKS-SUB-I:1) = "."
                     ADD 1 TO WKS-SUB-I
                END-IF
           END-IF
           MOVE WKS-SUB-NOMBRE TO WKS-SIM-BUSCADO
           PERFORM 578-BUSCA-SIMBOLO
           IF WKS-SIM-HALLADO = ZEROS
                IF WKS-SKL-RESUELTO
                     SET WKS-SKL-SINRESOLVER TO TRUE
                     MOVE WKS-SUB-NOMBRE TO WKS-SKL-SIMBOLO-MALO
                END-IF
           ELSE
                MOVE 1 TO WKS-SUB-K
                PERFORM UNTIL WKS-SUB-K >
                              WKS-SIM-LARGO(WKS-SIM-HALLADO)
                     ADD 1 TO WKS-SUB-O
                     IF WKS-SUB-O NOT > 80
                          MOVE WKS-SIM-VALOR(WKS-SIM-HALLADO)
                               (WKS-SUB-K:1)
                            TO WKS-SUB-SALIDA(WKS-SUB-O:1)
                     END-IF
                     ADD 1 TO WKS-SUB-K
                END-PERFORM
           END-IF.

      *--> AGREGA UN SIMBOLO CON EL LARGO DE SU VALOR SIN BLANCOS AL
      *    FINAL (UN VALOR EN BLANCO RESUELVE A NADA)
       576-AGREGA-SIMBOLO.
           IF WKS-SIM-CUENTA < 30
                ADD 1 TO WKS-SIM-CUENTA
                MOVE WKS-SIM-NUEVO-NOMBRE
                  TO WKS-SIM-NOMBRE(WKS-SIM-CUENTA)
                MOVE WKS-SIM-NUEVO-VALOR
                  TO WKS-SIM-VALOR(WKS-SIM-CUENTA)
                MOVE 56 TO WKS-SIM-LARGO(WKS-SIM-CUENTA)
                PERFORM UNTIL WKS-SIM-LARGO(WKS-SIM-CUENTA) = ZEROS
                OR WKS-SIM-NUEVO-VALOR
                   (WKS-SIM-LARGO(WKS-SIM-CUENTA):1) NOT = SPACE
                     SUBTRACT 1 FROM WKS-SIM-LARGO(WKS-SIM-CUENTA)
                END-PERFORM
           END-IF.

       578-BUSCA-SIMBOLO.
           MOVE ZEROS TO WKS-SIM-HALLADO
           MOVE 1 TO WKS-SIM-INDICE
           PERFORM UNTIL WKS-SIM-INDICE > WKS-SIM-CUENTA
           OR WKS-SIM-HALLADO > ZEROS
                IF WKS-SIM-NOMBRE(WKS-SIM-INDICE) = WKS-SIM-BUSCADO
                     MOVE WKS-SIM-INDICE TO WKS-SIM-HALLADO
                END-IF
                ADD 1 TO WKS-SIM-INDICE
           END-PERFORM.

      *--> ACCION QUE PASA AL MANTENIMIENTO DE ESQUELETOS (EDID1BL2)
       590-ACCION-PF22.
           MOVE "EDID1BL2" TO WKS-PROGRAM-XCTL
           PERFORM 804-EXEC-CICS-XCTL-COMMAREA
           PERFORM 999-END-PROGRAM.

      *--> ACCION QUE MANDA UN JOB QUE ACTUALIZA EDM4CL: SI SU
      *    ULTIMA CORRIDA QUEDO INCOMPLETA EN LA BITACORA SE PROPONE
      *    EL REINICIO EN LUGAR DE UNA CORRIDA NUEVA (PREVIA/CONFIRMA
      *    JCL, SOLO SUPERVISOR O ADMINISTRADOR)
       600-ACCION-PF23.
           IF NOT WKS-COM-ROL-SUPERVISOR
           AND NOT WKS-COM-ROL-ADMIN
                SET WKS-MSG-NOAUTH TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           ELSE
      *-->CON LA CADENA EOD DEL DIA AUN ABIERTA NO SE ACEPTAN
      *   ENVIOS QUE CHOCAN CON ELLA
                PERFORM 470-CHECK-EOD-ABIERTA
                IF WKS-FLAG-EOD-ABIERTA = 1
                     SET WKS-MSG-EODABIERTA TO TRUE
                     PERFORM 802-EXEC-CICS-SEND-DATA
                     PERFORM 803-EXEC-CICS-RETURN
                END-IF
                IF WKS-COM-PREVIEW-MODE = 9
                     PERFORM 602-ACCION-PF23-CONFIRMA
                ELSE
                     PERFORM 601-ACCION-PF23-PREVIA
                END-IF
           END-IF.

      *--> TOMA EL PROCESO DIGITADO Y MUESTRA LA JCL CON EL PARM Y
      *    EL MODO QUE SE PROPONEN
       601-ACCION-PF23-PREVIA.
           PERFORM 808-EXEC-CICS-RECEIVE
           MOVE EDIL5-PROCESOI TO WKS-RIN-BUSCADO
           PERFORM 605-BUSCA-REINICIABLE
           IF WKS-RIN-HALLADO = ZEROS
                SET WKS-MSG-BADPROCESO TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF
           PERFORM 615-PROPUESTA-REINICIO
           MOVE WKS-RIN-PROGRAMA(WKS-RIN-HALLADO) TO WKS-JLG-PROGRAMA
           MOVE WKS-RIN-LARGO(WKS-RIN-HALLADO) TO WKS-SKL-PARM-LARGO
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE WKS-RIN-PROGRAMA(WKS-RIN-HALLADO) TO WKS-COM-PROCESO
           MOVE WKS-RIN-PROGRAMA(WKS-RIN-HALLADO) TO EDIL5-PROCESOO
           MOVE WKS-SKL-PARM TO EDIL5-PARMJOBO
           MOVE WKS-RIN-MODO TO EDIL5-MODOO
           MOVE 9 TO WKS-COM-PREVIEW-MODE
           IF WKS-FLAG-INCOMPLETO = 1
                SET WKS-MSG-REINICIO TO TRUE
           ELSE
                SET WKS-MSG-PREVIEW-PF23 TO TRUE
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *--> APLICA LO DIGITADO SOBRE LA PROPUESTA (CAMPO EN BLANCO =
      *    SE QUEDA LO PROPUESTO), FIJA EL BYTE DE REINICIO SEGUN EL
      *    MODO Y ENVIA LA JCL AL LECTOR INTERNO
       602-ACCION-PF23-CONFIRMA.
           PERFORM 808-EXEC-CICS-RECEIVE
           IF EDIL5-PROCESOI > SPACES
                MOVE EDIL5-PROCESOI TO WKS-RIN-BUSCADO
           ELSE
                MOVE WKS-COM-PROCESO TO WKS-RIN-BUSCADO
           END-IF
           PERFORM 605-BUSCA-REINICIABLE
           IF WKS-RIN-HALLADO = ZEROS
                SET WKS-MSG-BADPROCESO TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF
           PERFORM 615-PROPUESTA-REINICIO
           IF EDIL5-PARMJOBI > SPACES
                MOVE EDIL5-PARMJOBI TO WKS-SKL-PARM
           END-IF
           IF EDIL5-MODOI > SPACES
                MOVE EDIL5-MODOI TO WKS-RIN-MODO
           END-IF
           IF WKS-RIN-MODO NOT = "R" AND WKS-RIN-MODO NOT = "N"
                SET WKS-MSG-BADMODO TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF
           IF WKS-RIN-CORTE(WKS-RIN-HALLADO) = "S"
           AND WKS-SKL-PARM(1:8) IS NOT NUMERIC
                SET WKS-MSG-BADFECHA TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF
           IF WKS-RIN-MODO = "R"
                MOVE "R" TO WKS-SKL-PARM
                    (WKS-RIN-POSICION(WKS-RIN-HALLADO):1)
           ELSE
                MOVE SPACE TO WKS-SKL-PARM
                    (WKS-RIN-POSICION(WKS-RIN-HALLADO):1)
           END-IF
           MOVE WKS-RIN-LARGO(WKS-RIN-HALLADO) TO WKS-SKL-PARM-LARGO
           MOVE WKS-RIN-PROGRAMA(WKS-RIN-HALLADO) TO WKS-JLG-PROGRAMA
           MOVE WKS-SKL-PARM TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           MOVE SPACES TO WKS-COM-PROCESO
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *--> UBICA EL PROCESO EN LA TABLA DE JOBS REINICIABLES (SE
      *    ACEPTA EL NOMBRE COMPLETO O SOLO "R21", "R25", ...)
       605-BUSCA-REINICIABLE.
           MOVE ZEROS TO WKS-RIN-HALLADO
           IF WKS-RIN-BUSCADO(1:1) = "R"
                MOVE WKS-RIN-BUSCADO(1:3) TO WKS-RIN-BUSCADO(6:3)
                MOVE "EDID1" TO WKS-RIN-BUSCADO(1:5)
           END-IF
           MOVE 1 TO WKS-RIN-IDX
           PERFORM UNTIL WKS-RIN-IDX > 5
           OR WKS-RIN-HALLADO > ZEROS
                IF WKS-RIN-PROGRAMA(WKS-RIN-IDX) = WKS-RIN-BUSCADO
                     MOVE WKS-RIN-IDX TO WKS-RIN-HALLADO
                END-IF
                ADD 1 TO WKS-RIN-IDX
           END-PERFORM.

      *--> ULTIMA CORRIDA DEL PROCESO EN LA BITACORA (LAS SOLICITUDES
      *    "S" NO CUENTAN: LAS ESTAMPA EL ENVIO, NO EL PROGRAMA). SI
      *    QUEDO EN "I" NO TERMINO: ESA ES LA CORRIDA INCOMPLETA
       610-CHECK-JOB-INCOMPLETO.
           MOVE ZEROS TO WKS-FLAG-INCOMPLETO
           MOVE SPACES TO WKS-RIN-PARM-CORRIDA
           MOVE ZEROS TO EDJL-FECHA
           MOVE ZEROS TO EDJL-HORA
           MOVE SPACES TO EDJL-PROGRAMA
           PERFORM 891-EXEC-CICS-STARTBR-JOBLOG
           PERFORM UNTIL NOT WKS-EDM4JLG-NORMAL
                PERFORM 892-EXEC-CICS-READNEXT-JOBLOG
                IF WKS-EDM4JLG-NORMAL
                AND EDJL-PROGRAMA = WKS-RIN-PROGRAMA(WKS-RIN-HALLADO)
                AND NOT EDJL-SOMETIDO
                     IF EDJL-INICIADO
                          MOVE 1 TO WKS-FLAG-INCOMPLETO
                          MOVE EDJL-PARM TO WKS-RIN-PARM-CORRIDA
                     ELSE
                          MOVE ZEROS TO WKS-FLAG-INCOMPLETO
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 893-EXEC-CICS-ENDBR-JOBLOG.

      *--> PROPUESTA: CORRIDA INCOMPLETA = REINICIO CON EL MISMO PARM
      *    QUE ELLA LLEVABA; SI NO, CORRIDA NUEVA CON EL PARM DE OMISION
       615-PROPUESTA-REINICIO.
           PERFORM 610-CHECK-JOB-INCOMPLETO
           MOVE SPACES TO WKS-SKL-PARM
           IF WKS-FLAG-INCOMPLETO = 1
                MOVE WKS-RIN-PARM-CORRIDA TO WKS-SKL-PARM
                MOVE "R" TO WKS-SKL-PARM
                    (WKS-RIN-POSICION(WKS-RIN-HALLADO):1)
                MOVE "R" TO WKS-RIN-MODO
           ELSE
                MOVE WKS-RIN-PARM(WKS-RIN-HALLADO) TO WKS-SKL-PARM
                IF WKS-RIN-CORTE(WKS-RIN-HALLADO) = "S"
                     MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WKS-SKL-PARM(1:8)
                END-IF
                MOVE "N" TO WKS-RIN-MODO
           END-IF.

      *--> ACCION QUE MANDA LA EXTRACCION AD HOC DE CLIENTES
      *    (EDID1R93) CON EL JUEGO DE PARAMETROS DIGITADO Y EL
      *    OPERADOR COMO SOLICITANTE; EL ENMASCARADO DE LOS CLIENTES
      *    SENSIBLES LO DECIDE EL BATCH SEGUN SU ROL (PREVIA/CONFIRMA)
       620-ACCION-PF24.
           IF WKS-COM-PREVIEW-MODE = 10
                PERFORM 622-ACCION-PF24-CONFIRMA
           ELSE
                PERFORM 621-ACCION-PF24-PREVIA
           END-IF.

      *--> VALIDA EL JUEGO Y MUESTRA LA JCL CON EL PARM QUE SE ENVIARA
       621-ACCION-PF24-PREVIA.
           PERFORM 808-EXEC-CICS-RECEIVE
           MOVE EDIL5-JUEGOI TO WKS-EXT-DIGITADO
           PERFORM 625-BUSCA-JUEGO
           PERFORM 627-PARM-EXTRACCION
           PERFORM 585-MUESTRA-ESQUELETO
           MOVE WKS-EXT-JUEGO TO WKS-COM-PROCESO
           MOVE WKS-EXT-JUEGO TO EDIL5-JUEGOO
           MOVE 10 TO WKS-COM-PREVIEW-MODE
           SET WKS-MSG-PREVIEW-PF24 TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *--> VUELVE A VALIDAR EL JUEGO (EN BLANCO = EL DE LA PREVIA) Y
      *    ENVIA LA JCL AL LECTOR INTERNO
       622-ACCION-PF24-CONFIRMA.
           PERFORM 808-EXEC-CICS-RECEIVE
           IF EDIL5-JUEGOI > SPACES
                MOVE EDIL5-JUEGOI TO WKS-EXT-DIGITADO
           ELSE
                MOVE WKS-COM-PROCESO TO WKS-EXT-DIGITADO
           END-IF
           PERFORM 625-BUSCA-JUEGO
           PERFORM 627-PARM-EXTRACCION
           MOVE WKS-SKL-PARM TO WKS-JLG-PARM
           PERFORM 580-ENVIA-ESQUELETO
           MOVE ZEROS TO WKS-COM-PREVIEW-MODE
           MOVE SPACES TO WKS-COM-PROCESO
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 803-EXEC-CICS-RETURN.

      *--> EL NOMBRE SE ACEPTA CON O SIN EL "$" INICIAL; EL JUEGO
      *    DEBE TENER AL MENOS UNA LINEA EN EDM4SKL
       625-BUSCA-JUEGO.
           IF WKS-EXT-DIGITADO = SPACES
                SET WKS-MSG-BADJUEGO TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF
           IF WKS-EXT-DIGITADO(1:1) = "$"
                MOVE WKS-EXT-DIGITADO TO WKS-EXT-JUEGO
           ELSE
                MOVE "$" TO WKS-EXT-JUEGO
                MOVE WKS-EXT-DIGITADO(1:7) TO WKS-EXT-JUEGO(2:7)
           END-IF
           MOVE WKS-EXT-JUEGO TO EDSK-NOMBRE
           MOVE ZEROS TO EDSK-LINEA
           PERFORM 880-EXEC-CICS-STARTBR-SKL
           IF WKS-EDM4SKL-NORMAL
                PERFORM 881-EXEC-CICS-READNEXT-SKL
           END-IF
           IF WKS-EDM4SKL-NORMAL
           AND EDSK-NOMBRE NOT = WKS-EXT-JUEGO
                SET WKS-EDM4SKL-ENDFILE TO TRUE
           END-IF
           PERFORM 882-EXEC-CICS-ENDBR-SKL
           IF NOT WKS-EDM4SKL-NORMAL
                SET WKS-MSG-NOJUEGO TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF.

      *--> PARM DE EDID1R93: JUEGO (8) Y OPERADOR SOLICITANTE (8)
       627-PARM-EXTRACCION.
           MOVE "EDID1R93" TO WKS-JLG-PROGRAMA
           MOVE SPACES TO WKS-SKL-PARM
           MOVE WKS-EXT-JUEGO TO WKS-SKL-PARM(1:8)
           MOVE WKS-COM-OPERADOR-ID TO WKS-SKL-PARM(9:8)
           MOVE 16 TO WKS-SKL-PARM-LARGO.

      *--> FECHA Y HORA DE CORRIDA: EN BLANCO EL JOB SE ENVIA DE
      *    INMEDIATO Y EL DIA DE PROCESO ES HOY; DIGITADAS, LA JCL
      *    QUEDA EN EDM4JPR PARA QUE EDID1JPQ LA ENVIE AL VENCER.
      *    SE REVISA UNA SOLA VEZ POR TAREA (LA CADENA EOD LA PIDE
      *    ANTES DE ARMAR SUS FECHAS; LOS DEMAS, AL ABRIR EL ENVIO)
       540-CHECK-PROGRAMACION.
           IF WKS-FLAG-PRG-REVISADA = ZEROS
                MOVE 1 TO WKS-FLAG-PRG-REVISADA
                MOVE ZEROS TO WKS-FLAG-PROGRAMADO
                MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-PROCESO
                PERFORM 808-EXEC-CICS-RECEIVE
                IF EDIL5-PROGFECI > SPACES
                OR EDIL5-PROGHORI > SPACES
                     PERFORM 545-VALIDA-PROGRAMACION
                END-IF
           END-IF.

      *--> LA CORRIDA DEBE SER UNA FECHA/HORA VALIDA, FUTURA Y EN DIA
      *    HABIL (NI FIN DE SEMANA NI FECHA DEL CALENDARIO EDM4CAL);
      *    SI NO, SE AVISA Y LA PREVIA QUEDA ABIERTA PARA CORREGIR
       545-VALIDA-PROGRAMACION.
           IF EDIL5-PROGFECI IS NOT NUMERIC
           OR EDIL5-PROGHORI IS NOT NUMERIC
                SET WKS-MSG-BADPROG TO TRUE
           ELSE
                MOVE EDIL5-PROGFECI TO WKS-PRG-FECHA
                MOVE EDIL5-PROGHORI TO WKS-PRG-HORA
                MOVE FUNCTION CURRENT-DATE(1:12) TO WKS-PRG-AHORA
                IF FUNCTION TEST-DATE-YYYYMMDD(WKS-PRG-FECHA)
                   NOT = ZEROS
                OR WKS-PRG-HH > 23 OR WKS-PRG-MI > 59
                     SET WKS-MSG-BADPROG TO TRUE
                ELSE
                     IF WKS-PRG-MOMENTO NOT > WKS-PRG-AHORA
                          SET WKS-MSG-BADPROG TO TRUE
                     ELSE
      *-->MOD 7 SOBRE EL DIA ENTERO: 6 = SABADO, 0 = DOMINGO
                          COMPUTE WKS-CAL-DIA-SEM =
                              FUNCTION MOD(FUNCTION
                                  INTEGER-OF-DATE(WKS-PRG-FECHA) 7)
                          MOVE WKS-PRG-FECHA TO EDCD-FECHA
                          PERFORM 885-EXEC-CICS-READ-CAL
                          IF WKS-CAL-DIA-SEM = 6
                          OR WKS-CAL-DIA-SEM = 0
                          OR WKS-EDM4CAL-NORMAL
                               SET WKS-MSG-PROGNOHABIL TO TRUE
                          END-IF
                     END-IF
                END-IF
           END-IF
           IF WKS-MSG-BADPROG OR WKS-MSG-PROGNOHABIL
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 803-EXEC-CICS-RETURN
           END-IF
           MOVE 1 TO WKS-FLAG-PROGRAMADO
           MOVE WKS-PRG-FECHA TO WKS-FECHA-PROCESO.

      *--> GRABA EL JOB PROGRAMADO CON SU JCL YA ARMADA; SI LA LLAVE
      *    CHOCA (MISMA FECHA/HORA) SE SUBE LA SECUENCIA Y SE REINTENTA.
      *    AL GRABAR SE DESPIERTA A EDID1JPQ PARA QUE RETOME SU CICLO
       550-GRABA-PROGRAMACION.
           IF WKS-SPOOL-NORMAL
                MOVE WKS-PRG-FECHA TO EDJP-FECHA-PROG
                MOVE WKS-PRG-HORA TO EDJP-HORA-PROG
                MOVE ZEROS TO EDJP-SECUENCIA
                SET EDJP-PENDIENTE TO TRUE
                MOVE WKS-JLG-PROGRAMA TO EDJP-PROGRAMA
                MOVE WKS-JLG-PARM TO EDJP-PARM
                MOVE WKS-COM-OPERADOR-ID TO EDJP-OPERADOR
                MOVE EIBTRMID TO EDJP-TERMINAL
                MOVE FUNCTION CURRENT-DATE(1:8) TO EDJP-FECHA-SOL
                MOVE FUNCTION CURRENT-DATE(9:6) TO EDJP-HORA-SOL
                MOVE SPACES TO EDJP-OPER-CAMBIO
                MOVE ZEROS TO EDJP-FECHA-ENVIO
                MOVE ZEROS TO EDJP-HORA-ENVIO
                MOVE ZEROS TO WKS-PRG-REINTENTOS
                PERFORM 886-EXEC-CICS-WRITE-JPR
                PERFORM UNTIL NOT WKS-EDM4JPR-DUPREC
                OR WKS-PRG-REINTENTOS > 98
                     ADD 1 TO WKS-PRG-REINTENTOS
                     ADD 1 TO EDJP-SECUENCIA
                     PERFORM 886-EXEC-CICS-WRITE-JPR
                END-PERFORM
                IF WKS-EDM4JPR-NORMAL
                     SET WKS-MSG-PROGRAMADO TO TRUE
                     MOVE SPACES TO EDIL5-PROGFECO
                     MOVE SPACES TO EDIL5-PROGHORO
                     PERFORM 887-EXEC-CICS-START-JPQ
                ELSE
                     SET WKS-MSG-NOGENERED TO TRUE
                END-IF
           ELSE
                SET WKS-MSG-NOGENERED TO TRUE
           END-IF.

      *--> ACCION PARA SALIR DEL PROGRAMA
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->EN UN ENVIO PROGRAMADO LA JCL NO VA AL LECTOR INTERNO: SE
      *   ACUMULA EN EL REGISTRO DE EDM4JPR Y SE GRABA AL CERRAR
       805-EXEC-CICS-SPOOLOPEN.
           PERFORM 540-CHECK-PROGRAMACION
           IF WKS-FLAG-PROGRAMADO = 1
                INITIALIZE REG-EDMJPR
                MOVE ZEROS TO WKS-SPOOL-STATUS
           ELSE
                EXEC CICS SPOOLOPEN
                     OUTPUT
                     NODE ('LOCAL')
                     USERID ('INTRDR')
                     TOKEN(WKS-TOKEN)
                     NOHANDLE
                END-EXEC
           END-IF.

       806-EXEC-CICS-SPOOLWRITE.
           IF WKS-FLAG-PROGRAMADO = 1
                IF EDJP-NO-LINEAS < 40
                     ADD 1 TO EDJP-NO-LINEAS
                     MOVE WKS-JCL-LINE
                       TO EDJP-JCL-LINEA(EDJP-NO-LINEAS)
                     SET WKS-SPOOL-NORMAL TO TRUE
                ELSE
                     MOVE ZEROS TO WKS-SPOOL-STATUS
                END-IF
           ELSE
                EXEC CICS SPOOLWRITE
                     TOKEN(WKS-TOKEN)
                     FROM(WKS-JCL-LINE)
                     NOHANDLE
                END-EXEC
                PERFORM 899-EVALUATE-DFHRESP
           END-IF.

       807-EXEC-CICS-SPOOLCLOSE.
           IF WKS-FLAG-PROGRAMADO = 1
                PERFORM 550-GRABA-PROGRAMACION
           ELSE
                EXEC CICS SPOOLCLOSE
                     TOKEN(WKS-TOKEN)
                     NOHANDLE
                END-EXEC
           END-IF.

      *-->UNA SOLA RECEPCION DEL MAPA POR TAREA (LA CONFIRMACION Y
      *   LA REVISION DE LA PROGRAMACION LEEN LOS MISMOS CAMPOS)
       808-EXEC-CICS-RECEIVE.
           IF WKS-FLAG-RECIBIDO = ZEROS
                MOVE 1 TO WKS-FLAG-RECIBIDO
                EXEC CICS RECEIVE
                     MAP('EDIL5')
                     MAPSET('EDIL5')
                     NOHANDLE
                END-EXEC
           END-IF.

      *--> GRABA LA SOLICITUD "S" EN LA BITACORA DE JOBS (NOHANDLE:
      *    UN PROBLEMA EN LA BITACORA NO DETIENE EL ENVIO). UN JOB
      *    PROGRAMADO LA GRABA EDID1JPQ CUANDO LO ENVIA
       890-EXEC-CICS-WRITE-JOBLOG.
           IF WKS-FLAG-PROGRAMADO = ZEROS
                INITIALIZE REG-EDMJLG
                MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA
                MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA
                MOVE WKS-JLG-PROGRAMA TO EDJL-PROGRAMA
                MOVE "S" TO EDJL-ESTADO
                MOVE WKS-COM-OPERADOR-ID TO EDJL-OPERADOR
                MOVE WKS-JLG-PARM TO EDJL-PARM
                EXEC CICS WRITE
                    FILE('EDM4JLG')
                    FROM(REG-EDMJLG)
                    RIDFLD(EDJL-LLAVE)
                    NOHANDLE
                END-EXEC
           END-IF.

       891-EXEC-CICS-STARTBR-JOBLOG.
           EXEC CICS STARTBR
           ELSE IF WKS-MSG-BADRANGO
                MOVE "RANGO INVALIDO, DIGITE CODIGOS DE 8 DIGITOS"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-PROGRAMADO
                MOVE "JOB PROGRAMADO, CONSULTELO CON PF21"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADPROG
                MOVE "CORRIDA INVALIDA: AAAAMMDD HHMM FUTURA"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-PROGNOHABIL
                MOVE "LA FECHA DE CORRIDA NO ES DIA HABIL"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-ESQUELETO
                MOVE WKS-SKL-MENSAJE
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-PREVIEW-PF23
                MOVE "CORRIDA NUEVA: REVISE Y OPRIMA PF23"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-REINICIO
                MOVE "JOB INCOMPLETO: SE PROPONE REINICIO PF23"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADPROCESO
                MOVE "PROCESO INVALIDO: R21 R25 R33 R46 R47"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADMODO
                MOVE "MODO INVALIDO: R=REINICIO N=NUEVA"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-PREVIEW-PF24
                MOVE "EXTRACCION: REVISE Y OPRIMA PF24"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADJUEGO
                MOVE "DIGITE EL NOMBRE DEL JUEGO DE PARAMETROS"
                TO EDIL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOJUEGO
                MOVE "JUEGO NO EXISTE, CREELO CON PF22 ($NOMBRE)"
                TO EDIL5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO           TO EDIL5-OUTPUT-MSGC
                MOVE SPACES             TO EDIL5-OUTPUT-MSGO
