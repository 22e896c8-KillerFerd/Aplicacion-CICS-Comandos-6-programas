      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : MANTENIMIENTO DE ESQUELETOS JCL                  *
      * ARCHIVOS    : EDM4SKL (I/O)                                    *
      * ACCION (ES) : ENTER=CONSULTAR PF1=GRABAR LINEA                 *
      *               PF3=ELIMINAR LINEA PF5=AVANZAR PF10=SALIR        *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * LOS ESQUELETOS JCL CON LOS QUE EDID1IL5 ARMA CADA JOB (UNO    *
      * POR PROGRAMA, EDID1EOD PARA LA CADENA DE CIERRE, Y "SIMBOLOS" *
      * CON LOS VALORES DE INSTALACION NOMBRE=VALOR) Y LOS JUEGOS DE  *
      * PARAMETROS "$NOMBRE" DE LA EXTRACCION AD HOC EDID1R93. ENTER  *
      * MUESTRA EL ESQUELETO DIGITADO (BLANCO = EL PRIMERO DEL        *
      * ARCHIVO) DESDE LA LINEA DIGITADA, Y SI ESA LINEA EXISTE LA    *
      * DEJA EN LA CAPTURA PARA EDITARLA. GRABAR (ALTA O CAMBIO DE    *
      * UNA LINEA) Y ELIMINAR SON SOLO PARA ADMINISTRADOR; CADA       *
      * CAMBIO QUEDA EN LA BITACORA EDM4TJL VIA EDID1BTJ. TRANSID     *
      * EDB2, CON PF22 DESDE EDID1IL5                                 *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BL2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBL2.

       COPY EDMSKL.

       COPY EDBTJ.

       01 WKS-WORK-FIELDS.
           02 WKS-PAGE-LIMIT            PIC 9(02) VALUE 12.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".

       01 WKS-EDM4SKL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4SKL-NORMAL        VALUE 1.
           88 WKS-EDM4SKL-NOTFND        VALUE 2.
           88 WKS-EDM4SKL-OTRO          VALUE 3.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-LISTADO      VALUE 2.
                88 WKS-MSG-SINDATOS     VALUE 3.
                88 WKS-MSG-FINLISTA     VALUE 4.
                88 WKS-MSG-BADESQUEL    VALUE 5.
                88 WKS-MSG-BADLINEA     VALUE 6.
                88 WKS-MSG-BADTEXTO     VALUE 7.
                88 WKS-MSG-GRABADO      VALUE 8.
                88 WKS-MSG-BORRADO      VALUE 9.
                88 WKS-MSG-NOEXISTE     VALUE 10.
                88 WKS-MSG-NOAUTH       VALUE 11.
                88 WKS-MSG-UNKERROR     VALUE 12.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-EXISTE           PIC 9 VALUE ZEROS.
           02 WKS-IMAGEN-ANTES          PIC X(150) VALUE SPACES.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1BL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-ESQUELETO     PIC X(08).
               03 WKS-COM-PAGINA-LLAVE  PIC X(11).
               03 WKS-COM-NEXT-LLAVE    PIC X(11).

      *-->LINEA DIGITADA EN LA CAPTURA (LLAVE DE EDM4SKL)
       01 WKS-CAPTURA.
           02 WKS-CAP-LLAVE.
               03 WKS-CAP-ESQUELETO     PIC X(08) VALUE SPACES.
               03 WKS-CAP-LINEA         PIC 9(03) VALUE ZEROS.

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
           02 WKS-HORA-HOY              PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(59).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 59 BYTES SE RESTAURA
      *   COMPLETA; OTRA LONGITUD SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 59
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-HORA-HOY

      *-->EVALUATE PARA LA ACCION DE CADA TECLA (CAMBIOS SOLO
      *   ADMINISTRADOR: LA JCL CORRE CON LOS PERMISOS DEL BATCH)
           EVALUATE TRUE
                WHEN EIBCALEN NOT = 59
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    IF WKS-COM-ROL-ADMIN
                         PERFORM 300-ACCION-PF1
                    ELSE
                         SET WKS-MSG-NOAUTH TO TRUE
                         PERFORM 802-EXEC-CICS-SEND-DATA
                         PERFORM 804-EXEC-CICS-RETURN
                    END-IF
                WHEN EIBAID = DFHPF3
                    IF WKS-COM-ROL-ADMIN
                         PERFORM 350-ACCION-PF3
                    ELSE
                         SET WKS-MSG-NOAUTH TO TRUE
                         PERFORM 802-EXEC-CICS-SEND-DATA
                         PERFORM 804-EXEC-CICS-RETURN
                    END-IF
                WHEN EIBAID = DFHPF5
                    PERFORM 400-ACCION-PF5
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT: EL PRIMER ESQUELETO DEL ARCHIVO
       100-ACCION-DEFAULT.
           MOVE SPACES TO WKS-COM-ESQUELETO
           MOVE SPACES TO EDSK-NOMBRE
           MOVE ZEROS TO EDSK-LINEA
           MOVE EDSK-LLAVE TO WKS-COM-PAGINA-LLAVE
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 220-PROCESS-LOAD-PAGE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR EL ESQUELETO DIGITADO DESDE LA LINEA
      *   DIGITADA; SI ESA LINEA EXISTE QUEDA EN LA CAPTURA
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALIDA-CAPTURA
           IF WKS-FLAG-INVALID = 1
                SET WKS-MSG-BADLINEA TO TRUE
                MOVE -1 TO EDBL2-LINEAL
           ELSE
                MOVE WKS-CAP-ESQUELETO TO WKS-COM-ESQUELETO
                MOVE WKS-CAP-LLAVE TO WKS-COM-PAGINA-LLAVE
                PERFORM 220-PROCESS-LOAD-PAGE
                IF WKS-CAP-ESQUELETO > SPACES
                AND WKS-CAP-LINEA > ZEROS
                     MOVE WKS-CAP-LLAVE TO EDSK-LLAVE
                     PERFORM 806-EXEC-CICS-READ-SKL
                     IF WKS-EDM4SKL-NORMAL
                          MOVE EDSK-LINEA TO EDBL2-LINEAO
                          MOVE EDSK-TEXTO TO EDBL2-TEXTOO
                          MOVE -1 TO EDBL2-TEXTOL
                     END-IF
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ESQUELETO Y LINEA DE LA CAPTURA: LINEA EN BLANCO = DESDE EL
      *   INICIO; DIGITADA DEBEN SER TRES DIGITOS
       210-VALIDA-CAPTURA.
           MOVE ZEROS TO WKS-FLAG-INVALID
           MOVE EDBL2-ESQUELI TO WKS-CAP-ESQUELETO
           IF WKS-CAP-ESQUELETO NOT > SPACES
                MOVE SPACES TO WKS-CAP-ESQUELETO
           END-IF
           IF EDBL2-LINEAI NOT > SPACES
                MOVE ZEROS TO WKS-CAP-LINEA
           ELSE IF EDBL2-LINEAI NOT NUMERO
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE EDBL2-LINEAI TO WKS-CAP-LINEA
           END-IF.

      *-->CARGA UNA PAGINA DEL ESQUELETO DESDE LA LLAVE DE LA PAGINA.
      *   SIN NOMBRE SE TOMA EL DEL PRIMER REGISTRO LEIDO; UNA LECTURA
      *   DE MAS DEJA LA LLAVE DONDE ARRANCA LA SIGUIENTE
       220-PROCESS-LOAD-PAGE.
           MOVE WKS-COM-PAGINA-LLAVE TO EDSK-LLAVE
           PERFORM 230-CLEAR-TABLE
           MOVE 1 TO WKS-INDEX
           PERFORM 807-EXEC-CICS-STARTBR-SKL
           PERFORM UNTIL WKS-INDEX > WKS-PAGE-LIMIT
           OR NOT WKS-EDM4SKL-NORMAL
                PERFORM 808-EXEC-CICS-READNEXT-SKL
                IF WKS-EDM4SKL-NORMAL
                     IF WKS-COM-ESQUELETO = SPACES
                          MOVE EDSK-NOMBRE TO WKS-COM-ESQUELETO
                     END-IF
                     IF EDSK-NOMBRE NOT = WKS-COM-ESQUELETO
                          SET WKS-EDM4SKL-NOTFND TO TRUE
                     ELSE
                          PERFORM 240-LOAD-TABLE-LINE
                          ADD 1 TO WKS-INDEX
                     END-IF
                END-IF
           END-PERFORM
           MOVE SPACES TO WKS-COM-NEXT-LLAVE
           IF WKS-INDEX > WKS-PAGE-LIMIT
                PERFORM 808-EXEC-CICS-READNEXT-SKL
                IF WKS-EDM4SKL-NORMAL
                AND EDSK-NOMBRE = WKS-COM-ESQUELETO
                     MOVE EDSK-LLAVE TO WKS-COM-NEXT-LLAVE
                END-IF
           END-IF
           PERFORM 809-EXEC-CICS-ENDBR-SKL
           MOVE WKS-COM-ESQUELETO TO EDBL2-ESQUELO
           IF WKS-INDEX = 1
                SET WKS-MSG-SINDATOS TO TRUE
           ELSE
                SET WKS-MSG-LISTADO TO TRUE
           END-IF.

       230-CLEAR-TABLE.
           MOVE 1 TO WKS-AUX
           PERFORM UNTIL WKS-AUX > WKS-PAGE-LIMIT
                MOVE SPACES TO EDBL2-LIN-NUMO(WKS-AUX)
                MOVE SPACES TO EDBL2-LIN-TEXTOO(WKS-AUX)
                ADD 1 TO WKS-AUX
           END-PERFORM.

       240-LOAD-TABLE-LINE.
           MOVE EDSK-LINEA TO EDBL2-LIN-NUMO(WKS-INDEX)
           MOVE EDSK-TEXTO TO EDBL2-LIN-TEXTOO(WKS-INDEX).

      *-->ACCION PARA GRABAR (ALTA O CAMBIO) LA LINEA DIGITADA
       300-ACCION-PF1.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALIDA-CAPTURA
           IF WKS-CAP-ESQUELETO = SPACES
                SET WKS-MSG-BADESQUEL TO TRUE
                MOVE -1 TO EDBL2-ESQUELL
           ELSE IF WKS-FLAG-INVALID = 1 OR WKS-CAP-LINEA = ZEROS
                SET WKS-MSG-BADLINEA TO TRUE
                MOVE -1 TO EDBL2-LINEAL
           ELSE IF EDBL2-TEXTOI NOT > SPACES
                SET WKS-MSG-BADTEXTO TO TRUE
                MOVE -1 TO EDBL2-TEXTOL
           ELSE
                PERFORM 320-GRABA-LINEA
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

       320-GRABA-LINEA.
           MOVE WKS-CAP-LLAVE TO EDSK-LLAVE
           PERFORM 810-EXEC-CICS-READ-UPD-SKL
           IF WKS-EDM4SKL-NORMAL
                MOVE 1 TO WKS-FLAG-EXISTE
                MOVE SPACES TO WKS-IMAGEN-ANTES
                MOVE REG-EDMSKL TO WKS-IMAGEN-ANTES(1:120)
           ELSE
                MOVE ZEROS TO WKS-FLAG-EXISTE
                MOVE SPACES TO WKS-IMAGEN-ANTES
                INITIALIZE REG-EDMSKL
                MOVE WKS-CAP-LLAVE TO EDSK-LLAVE
           END-IF
           MOVE EDBL2-TEXTOI        TO EDSK-TEXTO
           MOVE WKS-COM-OPERADOR-ID TO EDSK-OPERADOR
           MOVE WKS-FECHA-HOY       TO EDSK-FECHA
           MOVE WKS-HORA-HOY        TO EDSK-HORA
           IF WKS-FLAG-EXISTE = 1
                PERFORM 811-EXEC-CICS-REWRITE-SKL
           ELSE
                PERFORM 812-EXEC-CICS-WRITE-SKL
           END-IF
           IF WKS-EDM4SKL-NORMAL
                IF WKS-FLAG-EXISTE = 1
                     SET EDJT-CAMBIO TO TRUE
                ELSE
                     SET EDJT-ALTA TO TRUE
                END-IF
                PERFORM 460-BITACORA-ESQUELETO
                PERFORM 330-RECARGA-ESQUELETO
                SET WKS-MSG-GRABADO TO TRUE
                MOVE SPACES TO EDBL2-LINEAI
                MOVE SPACES TO EDBL2-TEXTOI
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.

      *-->TRAS UN CAMBIO SE VUELVE A MOSTRAR LA PAGINA ACTUAL, O EL
      *   ESQUELETO TOCADO DESDE EL INICIO SI ERA OTRO
       330-RECARGA-ESQUELETO.
           IF WKS-CAP-ESQUELETO NOT = WKS-COM-ESQUELETO
                MOVE WKS-CAP-ESQUELETO TO WKS-COM-ESQUELETO
                MOVE WKS-CAP-ESQUELETO TO EDSK-NOMBRE
                MOVE ZEROS TO EDSK-LINEA
                MOVE EDSK-LLAVE TO WKS-COM-PAGINA-LLAVE
           END-IF
           PERFORM 220-PROCESS-LOAD-PAGE.

      *-->ACCION PARA ELIMINAR LA LINEA DIGITADA DEL ESQUELETO
       350-ACCION-PF3.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 210-VALIDA-CAPTURA
           IF WKS-CAP-ESQUELETO = SPACES
                SET WKS-MSG-BADESQUEL TO TRUE
                MOVE -1 TO EDBL2-ESQUELL
           ELSE IF WKS-FLAG-INVALID = 1 OR WKS-CAP-LINEA = ZEROS
                SET WKS-MSG-BADLINEA TO TRUE
                MOVE -1 TO EDBL2-LINEAL
           ELSE
                MOVE WKS-CAP-LLAVE TO EDSK-LLAVE
                PERFORM 810-EXEC-CICS-READ-UPD-SKL
                IF WKS-EDM4SKL-NORMAL
      *-->ANTES DE BORRAR SE GUARDA LA IMAGEN PARA LA
      *   BITACORA DE CAMBIOS
                     MOVE SPACES TO WKS-IMAGEN-ANTES
                     MOVE REG-EDMSKL TO WKS-IMAGEN-ANTES(1:120)
                     PERFORM 813-EXEC-CICS-DELETE-SKL
                     IF WKS-EDM4SKL-NORMAL
                          SET EDJT-BAJA TO TRUE
                          PERFORM 460-BITACORA-ESQUELETO
                          PERFORM 330-RECARGA-ESQUELETO
                          SET WKS-MSG-BORRADO TO TRUE
                          MOVE SPACES TO EDBL2-LINEAI
                          MOVE SPACES TO EDBL2-TEXTOI
                     ELSE
                          SET WKS-MSG-UNKERROR TO TRUE
                     END-IF
                ELSE
                     SET WKS-MSG-NOEXISTE TO TRUE
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA AVANZAR A LA SIGUIENTE PAGINA DEL ESQUELETO
       400-ACCION-PF5.
           IF WKS-COM-NEXT-LLAVE = SPACES
                SET WKS-MSG-FINLISTA TO TRUE
           ELSE
                MOVE WKS-COM-NEXT-LLAVE TO WKS-COM-PAGINA-LLAVE
                PERFORM 220-PROCESS-LOAD-PAGE
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->DEJA EL CAMBIO EN LA BITACORA DE TABLAS EDM4TJL (RUTINA
      *   EDID1BTJ; EN LA BAJA LA IMAGEN DESPUES VIAJA EN BLANCO)
       460-BITACORA-ESQUELETO.
           MOVE "EDM4SKL " TO EDJT-TABLA
           MOVE SPACES TO EDJT-LLAVE-REG
           MOVE EDSK-LLAVE TO EDJT-LLAVE-REG(1:11)
           MOVE WKS-COM-OPERADOR-ID TO EDJT-OPERADOR
           MOVE EIBTRMID TO EDJT-TERMINAL
           MOVE WKS-PROGRAM-NAME TO EDJT-PANTALLA
           MOVE WKS-IMAGEN-ANTES TO EDJT-IMAGEN-ANTES
           IF EDJT-BAJA
                MOVE SPACES TO EDJT-IMAGEN-DESPUES
           ELSE
                MOVE SPACES TO EDJT-IMAGEN-DESPUES
                MOVE REG-EDMSKL TO EDJT-IMAGEN-DESPUES(1:120)
           END-IF
           PERFORM 815-EXEC-CICS-LINK-BITACORA.

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
                MAP('EDBL2')
                MAPSET('EDBL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDBL2')
                MAPSET('EDBL2')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDBL2')
                MAPSET('EDBL2')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDB2')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDBL2')
                MAPSET ('EDBL2')
                NOHANDLE
           END-EXEC.

       806-EXEC-CICS-READ-SKL.
           EXEC CICS READ
               FILE('EDM4SKL')
               INTO(REG-EDMSKL)
               RIDFLD(EDSK-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-SKL.

       807-EXEC-CICS-STARTBR-SKL.
           EXEC CICS STARTBR
               FILE('EDM4SKL')
               RIDFLD(EDSK-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-SKL.

       808-EXEC-CICS-READNEXT-SKL.
           EXEC CICS READNEXT
               FILE('EDM4SKL')
               INTO(REG-EDMSKL)
               RIDFLD(EDSK-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-SKL.

       809-EXEC-CICS-ENDBR-SKL.
           EXEC CICS ENDBR
               FILE('EDM4SKL')
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-READ-UPD-SKL.
           EXEC CICS READ
               FILE('EDM4SKL')
               INTO(REG-EDMSKL)
               RIDFLD(EDSK-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-SKL.

       811-EXEC-CICS-REWRITE-SKL.
           EXEC CICS REWRITE
               FILE('EDM4SKL')
               FROM(REG-EDMSKL)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-SKL.

       812-EXEC-CICS-WRITE-SKL.
           EXEC CICS WRITE
               FILE('EDM4SKL')
               FROM(REG-EDMSKL)
               RIDFLD(EDSK-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-SKL.

       813-EXEC-CICS-DELETE-SKL.
           EXEC CICS DELETE
               FILE('EDM4SKL')
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-SKL.

       814-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->NOHANDLE: LA BITACORA NUNCA DETIENE EL MANTENIMIENTO
       815-EXEC-CICS-LINK-BITACORA.
           EXEC CICS LINK
               PROGRAM('EDID1BTJ')
               COMMAREA(REG-EDBTJ)
               NOHANDLE
           END-EXEC.

       898-EVALUATE-DFHRESP-SKL.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4SKL-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4SKL-NOTFND TO TRUE
                WHEN OTHER           SET WKS-EDM4SKL-OTRO   TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-LISTADO
                MOVE "PF1=GRABAR PF3=ELIMINAR PF5=MAS"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINDATOS
                MOVE "ESQUELETO SIN LINEAS, PF1 PARA DAR ALTA"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-FINLISTA
                MOVE "NO HAY MAS LINEAS EN EL ESQUELETO"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADESQUEL
                MOVE "DIGITE EL NOMBRE DEL ESQUELETO"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADLINEA
                MOVE "LINEA INVALIDA, DIGITE 001-999"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADTEXTO
                MOVE "DIGITE EL TEXTO (PF3 PARA ELIMINAR)"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-GRABADO
                MOVE "LINEA GRABADA"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BORRADO
                MOVE "LINEA ELIMINADA"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOEXISTE
                MOVE "LINEA NO HALLADA EN EL ESQUELETO"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOAUTH
                MOVE "CAMBIOS SOLO PARA ADMINISTRADOR"
                TO EDBL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDBL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDBL2-OUTPUT-MSGC
                MOVE SPACES   TO EDBL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDBL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDBL2-TIME-SISO.

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
           MOVE SPACE TO EDBL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
