      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1VL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : MI CARTERA DE CLIENTES (OFICIAL DE RELACION)     *
      * ARCHIVOS    : EDO4OFI / EDM4CL / EDM4TKL                       *
      * ACCION (ES) : ENTER=LISTAR PF5=AVANZAR PF10=SALIR              *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * PAGINA LOS CLIENTES ASIGNADOS AL OFICIAL DE LA SESION POR EL  *
      * PATH EDO4OFI (OFICIAL + CLIENTE). UN SUPERVISOR O ADMIN PUEDE *
      * DIGITAR OTRO OFICIAL. CADA LINEA TRAE NOMBRE, TIPO, SUCURSAL  *
      * Y LA PROXIMA REVISION KYC (VENCIDA SI YA PASO), MAS LOS       *
      * SEGUIMIENTOS PENDIENTES DEL CLIENTE EN EDM4TKL (DE CUALQUIER  *
      * OPERADOR) Y EL MAS PROXIMO. EDM4TKL NO TIENE LLAVE POR        *
      * CLIENTE: SE RECORRE UNA SOLA VEZ POR PAGINA CONTRA LOS        *
      * CLIENTES DE LA PAGINA. TRANSID EDV2, VIA OPCION DE MENU EN    *
      * EDM4MNU                                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1VL2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDVL2.

       COPY EDMOFI.

       COPY EDMACL.

       COPY EDMTKL.

       01 WKS-WORK-FIELDS.
           02 WKS-PAGE-LIMIT            PIC 9(02) VALUE 10.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-EDO4OFI-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDO4OFI-NORMAL        VALUE 1.
           88 WKS-EDO4OFI-ENDFILE       VALUE 2.

       01 WKS-EDM4CL-STATUS             PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NORMAL         VALUE 1.
           88 WKS-EDM4CL-NOTFND         VALUE 2.

       01 WKS-EDM4TKL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4TKL-NORMAL        VALUE 1.
           88 WKS-EDM4TKL-ENDFILE       VALUE 2.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-LISTADO      VALUE 2.
                88 WKS-MSG-SINCARTERA   VALUE 3.
                88 WKS-MSG-FINLISTA     VALUE 4.
                88 WKS-MSG-NOAUTH       VALUE 5.

      *-->CLIENTES DE LA PAGINA CON SUS SEGUIMIENTOS PENDIENTES
       01 WKS-PAGINA.
           02 WKS-PG-LINEA OCCURS 10.
               03 WKS-PG-CLIENTE        PIC 9(08).
               03 WKS-PG-PENDIENTES     PIC 9(03).
               03 WKS-PG-PROX-SEGUIM    PIC 9(08).

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.
           02 WKS-LINEAS                PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1VL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-OFICIAL       PIC X(08).
               03 WKS-COM-NEXT-CLIENTE  PIC 9(08).
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
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-PEND-ED               PIC ZZ9.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN NOT = 46
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF5
                    PERFORM 400-ACCION-PF5
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT: LA CARTERA DEL OPERADOR DE LA SESION
       100-ACCION-DEFAULT.
           MOVE WKS-COM-OPERADOR-ID TO WKS-COM-OFICIAL
           MOVE ZEROS TO WKS-COM-NEXT-CLIENTE
           MOVE 1 TO WKS-COM-CARGADO
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 220-PROCESS-LOAD-PAGE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA LISTAR DESDE EL INICIO LA CARTERA DEL OFICIAL
      *   DIGITADO (BLANCO = EL DE LA SESION; OTRO, SOLO SUPERVISOR
      *   O ADMIN)
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           IF EDVL2-OFICIALI > SPACES
           AND EDVL2-OFICIALI NOT = WKS-COM-OPERADOR-ID
           AND NOT WKS-COM-ROL-SUPERVISOR
           AND NOT WKS-COM-ROL-ADMIN
                SET WKS-MSG-NOAUTH TO TRUE
                MOVE -1 TO EDVL2-OFICIALL
                PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           ELSE
                IF EDVL2-OFICIALI > SPACES
                     MOVE EDVL2-OFICIALI TO WKS-COM-OFICIAL
                ELSE
                     MOVE WKS-COM-OPERADOR-ID TO WKS-COM-OFICIAL
                END-IF
                MOVE ZEROS TO WKS-COM-NEXT-CLIENTE
                MOVE 1 TO WKS-COM-CARGADO
                PERFORM 220-PROCESS-LOAD-PAGE
                PERFORM 802-EXEC-CICS-SEND-DATA
           END-IF
           PERFORM 804-EXEC-CICS-RETURN.

      *-->CARGA UNA PAGINA DE LA CARTERA Y LUEGO SUS SEGUIMIENTOS
       220-PROCESS-LOAD-PAGE.
           MOVE WKS-COM-OFICIAL      TO EDVL2-OFICIALO
           MOVE WKS-COM-OFICIAL      TO EDOF-OFICIAL
           MOVE WKS-COM-NEXT-CLIENTE TO EDOF-CLIENTE-ALT
           PERFORM 230-CLEAR-TABLE
           MOVE 1 TO WKS-INDEX
           PERFORM 807-EXEC-CICS-STARTBR-OFI
           PERFORM UNTIL WKS-INDEX > WKS-PAGE-LIMIT
           OR NOT WKS-EDO4OFI-NORMAL
                PERFORM 808-EXEC-CICS-READNEXT-OFI
                IF WKS-EDO4OFI-NORMAL
                     IF EDOF-OFICIAL NOT = WKS-COM-OFICIAL
                          SET WKS-EDO4OFI-ENDFILE TO TRUE
                     ELSE
                          PERFORM 240-LOAD-TABLE-LINE
                          ADD 1 TO WKS-INDEX
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 809-EXEC-CICS-ENDBR-OFI
           COMPUTE WKS-LINEAS = WKS-INDEX - 1
      *-->GUARDAR LA POSICION PARA LA SIGUIENTE PAGINA (PF5)
           IF WKS-INDEX > WKS-PAGE-LIMIT
                COMPUTE WKS-COM-NEXT-CLIENTE = EDOF-CLIENTE-ALT + 1
           ELSE
                MOVE ZEROS TO WKS-COM-NEXT-CLIENTE
           END-IF
           IF WKS-LINEAS = ZEROS
                SET WKS-MSG-SINCARTERA TO TRUE
           ELSE
                PERFORM 260-CUENTA-SEGUIMIENTOS
                PERFORM 270-PINTA-SEGUIMIENTOS
                SET WKS-MSG-LISTADO TO TRUE
           END-IF.

       230-CLEAR-TABLE.
           MOVE 1 TO WKS-AUX
           PERFORM UNTIL WKS-AUX > WKS-PAGE-LIMIT
                MOVE SPACES TO EDVL2-LIN-CLIENTEO(WKS-AUX)
                MOVE SPACES TO EDVL2-LIN-NOMBREO(WKS-AUX)
                MOVE SPACES TO EDVL2-LIN-TIPOO(WKS-AUX)
                MOVE SPACES TO EDVL2-LIN-SUCURSALO(WKS-AUX)
                MOVE SPACES TO EDVL2-LIN-KYCO(WKS-AUX)
                MOVE SPACES TO EDVL2-LIN-KYC-ESTO(WKS-AUX)
                MOVE SPACES TO EDVL2-LIN-PENDO(WKS-AUX)
                MOVE SPACES TO EDVL2-LIN-PROX-SEGO(WKS-AUX)
                MOVE ZEROS  TO WKS-PG-CLIENTE(WKS-AUX)
                MOVE ZEROS  TO WKS-PG-PENDIENTES(WKS-AUX)
                MOVE ZEROS  TO WKS-PG-PROX-SEGUIM(WKS-AUX)
                ADD 1 TO WKS-AUX
           END-PERFORM.

      *-->DATOS DEL CLIENTE EN EL MAESTRO; LA REVISION KYC SALE
      *   VENCIDA CUANDO SU FECHA YA PASO
       240-LOAD-TABLE-LINE.
           MOVE EDOF-CO-CLIENTE TO WKS-PG-CLIENTE(WKS-INDEX)
           MOVE EDOF-CO-CLIENTE TO EDVL2-LIN-CLIENTEO(WKS-INDEX)
           MOVE EDOF-CO-CLIENTE TO EDMC-LLAVE
           PERFORM 806-EXEC-CICS-READ
           IF NOT WKS-EDM4CL-NORMAL
                MOVE "** NO ESTA EN EL MAESTRO **"
                  TO EDVL2-LIN-NOMBREO(WKS-INDEX)
           ELSE
                MOVE EDMC-NOMBRE-CLIENTE(1:25)
                  TO EDVL2-LIN-NOMBREO(WKS-INDEX)
                MOVE EDMC-TIPO-CLIENTE TO EDVL2-LIN-TIPOO(WKS-INDEX)
                MOVE EDMC-SUCURSAL TO EDVL2-LIN-SUCURSALO(WKS-INDEX)
                IF EDMC-FECHA-PROX-REV = ZEROS
                     MOVE "SIN REV" TO EDVL2-LIN-KYC-ESTO(WKS-INDEX)
                ELSE
                     MOVE EDMC-FECHA-PROX-REV TO WKS-FECHA-AAAAMMDD
                     PERFORM 250-EDITA-FECHA
                     MOVE WKS-FECHA-ED TO EDVL2-LIN-KYCO(WKS-INDEX)
                     IF EDMC-FECHA-PROX-REV < WKS-FECHA-HOY
                          MOVE "VENCIDA"
                            TO EDVL2-LIN-KYC-ESTO(WKS-INDEX)
                     END-IF
                END-IF
                IF EDMC-MARCA-ELIMINADO = "S"
                     MOVE "SUSPEND" TO EDVL2-LIN-KYC-ESTO(WKS-INDEX)
                END-IF
           END-IF.

       250-EDITA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA TO WKS-FECHA-ED.

      *-->UN SOLO RECORRIDO DE EDM4TKL (LLAVE POR FECHA, ASI QUE EL
      *   PRIMER PENDIENTE DE CADA CLIENTE ES EL MAS PROXIMO)
       260-CUENTA-SEGUIMIENTOS.
           MOVE LOW-VALUES TO EDTK-LLAVE
           PERFORM 810-EXEC-CICS-STARTBR-TKL
           PERFORM UNTIL NOT WKS-EDM4TKL-NORMAL
                PERFORM 811-EXEC-CICS-READNEXT-TKL
                IF WKS-EDM4TKL-NORMAL AND EDTK-PENDIENTE
                     MOVE 1 TO WKS-AUX
                     PERFORM UNTIL WKS-AUX > WKS-LINEAS
                          IF EDTK-CO-CLIENTE = WKS-PG-CLIENTE(WKS-AUX)
                               ADD 1 TO WKS-PG-PENDIENTES(WKS-AUX)
                               IF WKS-PG-PROX-SEGUIM(WKS-AUX) = ZEROS
                                    MOVE EDTK-FECHA-SEGUIM
                                      TO WKS-PG-PROX-SEGUIM(WKS-AUX)
                               END-IF
                          END-IF
                          ADD 1 TO WKS-AUX
                     END-PERFORM
                END-IF
           END-PERFORM
           PERFORM 812-EXEC-CICS-ENDBR-TKL.

       270-PINTA-SEGUIMIENTOS.
           MOVE 1 TO WKS-AUX
           PERFORM UNTIL WKS-AUX > WKS-LINEAS
                IF WKS-PG-PENDIENTES(WKS-AUX) > ZEROS
                     MOVE WKS-PG-PENDIENTES(WKS-AUX) TO WKS-PEND-ED
                     MOVE WKS-PEND-ED TO EDVL2-LIN-PENDO(WKS-AUX)
                     MOVE WKS-PG-PROX-SEGUIM(WKS-AUX)
                       TO WKS-FECHA-AAAAMMDD
                     PERFORM 250-EDITA-FECHA
                     MOVE WKS-FECHA-ED TO EDVL2-LIN-PROX-SEGO(WKS-AUX)
                END-IF
                ADD 1 TO WKS-AUX
           END-PERFORM.

      *-->ACCION PARA AVANZAR A LA SIGUIENTE PAGINA
       400-ACCION-PF5.
           IF WKS-COM-NEXT-CLIENTE = ZEROS
                SET WKS-MSG-FINLISTA TO TRUE
           ELSE
                PERFORM 220-PROCESS-LOAD-PAGE
                IF WKS-LINEAS = ZEROS
                     SET WKS-MSG-FINLISTA TO TRUE
                END-IF
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 813-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDVL2')
                MAPSET('EDVL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDVL2')
                MAPSET('EDVL2')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDVL2')
                MAPSET('EDVL2')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDV2')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDVL2')
                MAPSET ('EDVL2')
           END-EXEC.

       806-EXEC-CICS-READ.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-EDM4CL-NORMAL TO TRUE
           ELSE
                SET WKS-EDM4CL-NOTFND TO TRUE
           END-IF.

       807-EXEC-CICS-STARTBR-OFI.
           EXEC CICS STARTBR
               FILE('EDO4OFI')
               RIDFLD(EDOF-LLAVE-OFICIAL)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-OFI.

       808-EXEC-CICS-READNEXT-OFI.
           EXEC CICS READNEXT
               FILE('EDO4OFI')
               INTO(REG-EDMOFI)
               RIDFLD(EDOF-LLAVE-OFICIAL)
               NOHANDLE
           END-EXEC
           PERFORM 897-EVALUATE-DFHRESP-OFI.

       809-EXEC-CICS-ENDBR-OFI.
           EXEC CICS ENDBR
               FILE('EDO4OFI')
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-STARTBR-TKL.
           EXEC CICS STARTBR
               FILE('EDM4TKL')
               RIDFLD(EDTK-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-TKL.

       811-EXEC-CICS-READNEXT-TKL.
           EXEC CICS READNEXT
               FILE('EDM4TKL')
               INTO(REG-EDMTKL)
               RIDFLD(EDTK-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-TKL.

       812-EXEC-CICS-ENDBR-TKL.
           EXEC CICS ENDBR
               FILE('EDM4TKL')
               NOHANDLE
           END-EXEC.

       813-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       897-EVALUATE-DFHRESP-OFI.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDO4OFI-NORMAL  TO TRUE
                WHEN OTHER           SET WKS-EDO4OFI-ENDFILE TO TRUE
           END-EVALUATE.

       898-EVALUATE-DFHRESP-TKL.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4TKL-NORMAL  TO TRUE
                WHEN OTHER           SET WKS-EDM4TKL-ENDFILE TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDVL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-LISTADO
                MOVE "PF5=MAS  PF10=SALIR"
                TO EDVL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCARTERA
                MOVE "EL OFICIAL NO TIENE CLIENTES ASIGNADOS"
                TO EDVL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-FINLISTA
                MOVE "NO HAY MAS CLIENTES EN LA CARTERA"
                TO EDVL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "OTRA CARTERA SOLO PARA SUPERVISOR"
                TO EDVL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDVL2-OUTPUT-MSGC
                MOVE SPACES   TO EDVL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDVL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDVL2-TIME-SISO.

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
           MOVE SPACE TO EDVL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
