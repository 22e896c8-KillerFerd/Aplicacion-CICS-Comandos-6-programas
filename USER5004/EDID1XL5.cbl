      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1XL5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : CONSULTA DE LA REFERENCIA CRUZADA CON SISTEMAS   *
      * ARCHIVOS    : EDM4XRF / EDP4XRF / EDM4CL (ENTRADA)             *
      * ACCION (ES) : ENTER=CONSULTAR PF8=SIGUIENTES PF10=SALIR        *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * SOLO LECTURA, EN LOS DOS SENTIDOS. CON SISTEMA (CTA, TAR O    *
      * CRM) Y NUMERO DE CLIENTE EN ESE SISTEMA DEVUELVE NUESTRO      *
      * CODIGO; CON EL CODIGO LISTA SUS NUMEROS EN LOS OTROS          *
      * SISTEMAS POR EL PATH EDP4XRF, DIEZ POR PAGINA (PF8            *
      * SIGUIENTE), CON ESTADO, ALTA, CIERRE Y SU MOTIVO (BAJA DEL    *
      * SISTEMA O PURGA) Y EL CODIGO ANTERIOR SI VINO DE UNA FUSION.  *
      * ARRIBA MUESTRA EL NOMBRE Y LA SITUACION DEL CLIENTE EN EL     *
      * MAESTRO. LA REFERENCIA LA ALIMENTA EDID1R89; TRANSID EDX5,    *
      * VIA OPCION DE MENU EN EDM4MNU                                 *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1XL5.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDXL5.

       COPY EDMXRF.

       COPY EDMACL.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
      *-->LLAVE DEL PATH POR CODIGO DE CLIENTE
           02 WKS-LLAVE-XRF-CLIENTE     PIC 9(08) VALUE ZEROS.
           02 WKS-SALTADOS              PIC 9(03) VALUE ZEROS.
           02 WKS-RENGLONES             PIC 9(02) VALUE 10.

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NOTOPEN        VALUE 1.
           88 WKS-EDM4CL-NOTFND         VALUE 2.
           88 WKS-EDM4CL-NORMAL         VALUE 3.

       01 WKS-EDM4XRF-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4XRF-NORMAL        VALUE 1.
           88 WKS-EDM4XRF-NOTFND        VALUE 2.
           88 WKS-EDM4XRF-ENDFILE       VALUE 3.
           88 WKS-EDM4XRF-ERROR         VALUE 4.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-SINDATO      VALUE 2.
                88 WKS-MSG-SISINV       VALUE 3.
                88 WKS-MSG-CODINV       VALUE 4.
                88 WKS-MSG-EXTNOTFND    VALUE 5.
                88 WKS-MSG-FOUND        VALUE 6.
                88 WKS-MSG-SINREF       VALUE 7.
                88 WKS-MSG-HAYMAS       VALUE 8.
                88 WKS-MSG-FINLISTA     VALUE 9.
                88 WKS-MSG-NOMAS        VALUE 10.
                88 WKS-MSG-NOTOPEN      VALUE 11.

       01 WKS-SUBCRIPS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1XL5".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-COMMAREA.
               COPY EDCOM.
      *-->MARCA DE PANTALLA ACTIVA: DISTINGUE LA REENTRADA PROPIA
      *   (42 BYTES) DEL LOGIN QUE LLEGA DEL MENU (29 BYTES)
               03 WKS-COM-PANTALLA      PIC 9 VALUE ZEROS.
      *-->POSICION DE LA LISTA PARA EL PF8: CLIENTE CONSULTADO Y
      *   CUANTAS FILAS SUYAS YA SALIERON (EL PATH NO ES UNICO)
               03 WKS-COM-CODIGO        PIC 9(08) VALUE ZEROS.
               03 WKS-COM-SALTAR        PIC 9(03) VALUE ZEROS.
               03 WKS-COM-HAY-MAS       PIC 9 VALUE ZEROS.

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
       01 DFHCOMMAREA                   PIC X(42).

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

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN = 0 OR EIBCALEN = 29
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF8
                    PERFORM 300-ACCION-PF8
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           MOVE ZEROS TO WKS-COM-CODIGO
           MOVE ZEROS TO WKS-COM-SALTAR
           MOVE ZEROS TO WKS-COM-HAY-MAS
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR: EL NUMERO EXTERNO MANDA SOBRE EL
      *   CODIGO; AMBOS TERMINAN EN LA LISTA DEL CLIENTE
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           MOVE DFHTURQ TO EDXL5-SISTEMAC
           MOVE DFHTURQ TO EDXL5-IDEXTC
           MOVE DFHTURQ TO EDXL5-CODIGOC
           MOVE ZEROS TO WKS-COM-HAY-MAS
           MOVE ZEROS TO WKS-COM-SALTAR
           PERFORM 240-LIMPIA-CLIENTE
           PERFORM 245-LIMPIA-LISTA
           IF EDXL5-IDEXTI > SPACES
                PERFORM 210-CONSULTA-EXTERNO
           ELSE IF EDXL5-CODIGOI > SPACES
                PERFORM 220-CONSULTA-CODIGO
           ELSE
                SET WKS-MSG-SINDATO TO TRUE
                MOVE -1 TO EDXL5-SISTEMAL
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->DEL NUMERO EN EL OTRO SISTEMA A NUESTRO CODIGO
       210-CONSULTA-EXTERNO.
           MOVE EDXL5-SISTEMAI TO EDXR-SISTEMA
           IF NOT EDXR-SISTEMA-VALIDO
                SET WKS-MSG-SISINV TO TRUE
                MOVE DFHRED TO EDXL5-SISTEMAC
                MOVE -1 TO EDXL5-SISTEMAL
           ELSE
                MOVE EDXL5-IDEXTI TO EDXR-ID-EXTERNO
                PERFORM 806-EXEC-CICS-READ-XRF
                IF WKS-EDM4XRF-NORMAL
                     MOVE EDXR-CO-CLIENTE TO WKS-COM-CODIGO
                     MOVE EDXR-CO-CLIENTE TO EDXL5-CODIGOO
                     PERFORM 230-CARGA-CLIENTE
                     PERFORM 250-CARGA-LISTA
                     IF WKS-EDM4XRF-ERROR
                          SET WKS-MSG-NOTOPEN TO TRUE
                     ELSE IF NOT WKS-MSG-HAYMAS
                          SET WKS-MSG-FOUND TO TRUE
                     END-IF
                     MOVE -1 TO EDXL5-SISTEMAL
                ELSE IF WKS-EDM4XRF-NOTFND
                     SET WKS-MSG-EXTNOTFND TO TRUE
                     MOVE -1 TO EDXL5-IDEXTL
                ELSE
                     SET WKS-MSG-NOTOPEN TO TRUE
                     MOVE -1 TO EDXL5-IDEXTL
                END-IF
           END-IF.

      *-->DE NUESTRO CODIGO A SUS NUMEROS EN LOS OTROS SISTEMAS
       220-CONSULTA-CODIGO.
           IF EDXL5-CODIGOI IS NOT NUMERIC
                SET WKS-MSG-CODINV TO TRUE
                MOVE DFHRED TO EDXL5-CODIGOC
                MOVE -1 TO EDXL5-CODIGOL
           ELSE
                MOVE EDXL5-CODIGOI TO WKS-COM-CODIGO
                PERFORM 230-CARGA-CLIENTE
                PERFORM 250-CARGA-LISTA
                IF WKS-EDM4XRF-ERROR
                     SET WKS-MSG-NOTOPEN TO TRUE
                ELSE IF EDXL5-LIS-SISTEMAO(1) = SPACES
                     SET WKS-MSG-SINREF TO TRUE
                ELSE IF NOT WKS-MSG-HAYMAS
                     SET WKS-MSG-FINLISTA TO TRUE
                END-IF
                MOVE -1 TO EDXL5-CODIGOL
           END-IF.

      *-->NOMBRE Y SITUACION DEL CLIENTE EN EL MAESTRO; UN NUMERO
      *   EXTERNO PUEDE APUNTAR A UN CODIGO YA PURGADO
       230-CARGA-CLIENTE.
           MOVE WKS-COM-CODIGO TO EDMC-LLAVE
           PERFORM 807-EXEC-CICS-READ-CLIENTE
           IF WKS-EDM4CL-NORMAL
                MOVE EDMC-NOMBRE-CLIENTE TO EDXL5-NOMBREO
                EVALUATE EDMC-MARCA-ELIMINADO
                     WHEN SPACE
                          MOVE "ACTIVO" TO EDXL5-SITUACIONO
                     WHEN "M"
                          MOVE EDMC-MOTIVO-ELIMINACION
                              TO EDXL5-SITUACIONO
                     WHEN OTHER
                          MOVE "MARCADO PARA ELIMINAR"
                              TO EDXL5-SITUACIONO
                END-EVALUATE
           ELSE IF WKS-EDM4CL-NOTFND
                MOVE "NO EXISTE EN MAESTRO" TO EDXL5-SITUACIONO
           ELSE
                MOVE "MAESTRO NO DISPONIBLE" TO EDXL5-SITUACIONO
           END-IF.

       240-LIMPIA-CLIENTE.
           MOVE SPACES TO EDXL5-NOMBREO
           MOVE SPACES TO EDXL5-SITUACIONO.

       245-LIMPIA-LISTA.
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > WKS-RENGLONES
                MOVE SPACES TO EDXL5-LIS-SISTEMAO(WKS-INDEX)
                MOVE SPACES TO EDXL5-LIS-IDEXTO(WKS-INDEX)
                MOVE SPACES TO EDXL5-LIS-ESTADOO(WKS-INDEX)
                MOVE SPACES TO EDXL5-LIS-ALTAO(WKS-INDEX)
                MOVE SPACES TO EDXL5-LIS-CIERREO(WKS-INDEX)
                MOVE SPACES TO EDXL5-LIS-MOTIVOO(WKS-INDEX)
                MOVE SPACES TO EDXL5-LIS-ANTERIORO(WKS-INDEX)
                ADD 1 TO WKS-INDEX
           END-PERFORM.

      *-->LISTA UNA PAGINA DE NUMEROS DEL CLIENTE, SALTANDO LOS QUE
      *   YA SALIERON EN PAGINAS ANTERIORES
       250-CARGA-LISTA.
           PERFORM 245-LIMPIA-LISTA
           MOVE WKS-COM-CODIGO TO WKS-LLAVE-XRF-CLIENTE
           PERFORM 808-EXEC-CICS-STARTBR-CLIENTE
           IF WKS-EDM4XRF-NORMAL
                PERFORM 809-EXEC-CICS-READNEXT-CLIENTE
                MOVE ZEROS TO WKS-SALTADOS
                PERFORM UNTIL WKS-SALTADOS NOT < WKS-COM-SALTAR
                OR NOT WKS-EDM4XRF-NORMAL
                     PERFORM 809-EXEC-CICS-READNEXT-CLIENTE
                     ADD 1 TO WKS-SALTADOS
                END-PERFORM
                MOVE 1 TO WKS-INDEX
                PERFORM UNTIL WKS-INDEX > WKS-RENGLONES
                OR NOT WKS-EDM4XRF-NORMAL
                OR EDXR-CO-CLIENTE NOT = WKS-COM-CODIGO
                     PERFORM 260-LOAD-RENGLON
                     PERFORM 809-EXEC-CICS-READNEXT-CLIENTE
                     ADD 1 TO WKS-INDEX
                END-PERFORM
                IF WKS-EDM4XRF-NORMAL
                AND EDXR-CO-CLIENTE = WKS-COM-CODIGO
                     MOVE 1 TO WKS-COM-HAY-MAS
                     ADD WKS-RENGLONES TO WKS-COM-SALTAR
                     SET WKS-MSG-HAYMAS TO TRUE
                END-IF
                PERFORM 810-EXEC-CICS-ENDBR-CLIENTE
           END-IF
           IF WKS-EDM4XRF-ENDFILE OR WKS-EDM4XRF-NOTFND
                MOVE ZEROS TO WKS-EDM4XRF-STATUS
           END-IF.

       260-LOAD-RENGLON.
           MOVE EDXR-SISTEMA    TO EDXL5-LIS-SISTEMAO(WKS-INDEX)
           MOVE EDXR-ID-EXTERNO TO EDXL5-LIS-IDEXTO(WKS-INDEX)
           IF EDXR-ACTIVO
                MOVE "ACTIVO"  TO EDXL5-LIS-ESTADOO(WKS-INDEX)
           ELSE
                MOVE "CERRADO" TO EDXL5-LIS-ESTADOO(WKS-INDEX)
           END-IF
           MOVE EDXR-FECHA-ALTA TO WKS-FECHA-AAAAMMDD
           PERFORM 290-FORMATEA-FECHA
           MOVE WKS-FECHA-ED    TO EDXL5-LIS-ALTAO(WKS-INDEX)
           IF EDXR-FECHA-CIERRE > ZEROS
                MOVE EDXR-FECHA-CIERRE TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED TO EDXL5-LIS-CIERREO(WKS-INDEX)
           END-IF
           IF EDXR-CIERRE-BAJA
                MOVE "BAJA"  TO EDXL5-LIS-MOTIVOO(WKS-INDEX)
           ELSE IF EDXR-CIERRE-PURGA
                MOVE "PURGA" TO EDXL5-LIS-MOTIVOO(WKS-INDEX)
           END-IF
           IF EDXR-CO-ANTERIOR > ZEROS
                MOVE EDXR-CO-ANTERIOR TO EDXL5-LIS-ANTERIORO(WKS-INDEX)
           END-IF.

       290-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

      *-->ACCION PARA LA SIGUIENTE PAGINA DE NUMEROS DEL CLIENTE
       300-ACCION-PF8.
           IF WKS-COM-HAY-MAS = 1
                MOVE ZEROS TO WKS-COM-HAY-MAS
                PERFORM 250-CARGA-LISTA
                IF WKS-EDM4XRF-ERROR
                     SET WKS-MSG-NOTOPEN TO TRUE
                ELSE IF NOT WKS-MSG-HAYMAS
                     SET WKS-MSG-FINLISTA TO TRUE
                END-IF
           ELSE
                SET WKS-MSG-NOMAS TO TRUE
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 811-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDXL5')
                MAPSET('EDXL5')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDXL5')
                MAPSET('EDXL5')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDXL5')
                MAPSET('EDXL5')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDX5')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDXL5')
                MAPSET ('EDXL5')
           END-EXEC.

       806-EXEC-CICS-READ-XRF.
           EXEC CICS READ
               FILE('EDM4XRF')
               INTO(REG-EDMXRF)
               RIDFLD(EDXR-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-XRF.

       807-EXEC-CICS-READ-CLIENTE.
           EXEC CICS READ
               FILE('EDM4CL')
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       808-EXEC-CICS-STARTBR-CLIENTE.
           EXEC CICS STARTBR
               FILE('EDP4XRF')
               RIDFLD(WKS-LLAVE-XRF-CLIENTE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-XRF.

       809-EXEC-CICS-READNEXT-CLIENTE.
           EXEC CICS READNEXT
               FILE('EDP4XRF')
               INTO(REG-EDMXRF)
               RIDFLD(WKS-LLAVE-XRF-CLIENTE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-XRF.

       810-EXEC-CICS-ENDBR-CLIENTE.
           EXEC CICS ENDBR
               FILE('EDP4XRF')
               NOHANDLE
           END-EXEC.

       811-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->EL PATH POR CODIGO NO ES UNICO: DUPKEY ES UNA LECTURA BUENA
      *   CON MAS FILAS DEL MISMO CLIENTE DETRAS
       898-EVALUATE-DFHRESP-XRF.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)  SET WKS-EDM4XRF-NORMAL  TO TRUE
                WHEN DFHRESP(DUPKEY)  SET WKS-EDM4XRF-NORMAL  TO TRUE
                WHEN DFHRESP(NOTFND)  SET WKS-EDM4XRF-NOTFND  TO TRUE
                WHEN DFHRESP(ENDFILE) SET WKS-EDM4XRF-ENDFILE TO TRUE
                WHEN OTHER            SET WKS-EDM4XRF-ERROR   TO TRUE
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
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINDATO
                MOVE "DIGITE SISTEMA Y NUMERO, O EL CODIGO"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SISINV
                MOVE "SISTEMA INVALIDO (CTA, TAR O CRM)"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-CODINV
                MOVE "CODIGO DE CLIENTE INVALIDO"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-EXTNOTFND
                MOVE "NUMERO NO REGISTRADO EN ESE SISTEMA"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-FOUND
                MOVE "NUMERO EXTERNO ENCONTRADO"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINREF
                MOVE "CLIENTE SIN NUMEROS EN OTROS SISTEMAS"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-HAYMAS
                MOVE "HAY MAS NUMEROS, PF8 SIGUIENTES"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-FINLISTA
                MOVE "FIN DE LOS NUMEROS DEL CLIENTE"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOMAS
                MOVE "NO HAY MAS NUMEROS"
                TO EDXL5-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTOPEN
                MOVE "REFERENCIA CRUZADA NO DISPONIBLE"
                TO EDXL5-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDXL5-OUTPUT-MSGC
                MOVE SPACES   TO EDXL5-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDXL5-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDXL5-TIME-SISO.

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
           MOVE SPACE TO EDXL5I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
