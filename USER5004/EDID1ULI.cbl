      * PROGRAMA    : EDID1ULI                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : CONSULTA EN LINEA DE LA BITACORA EDM4AUL         *
      * ARCHIVOS    : EDM4AUL (ENTRADA) / EDF4AUL (ENTRADA)            *
      * ACCION (ES) : ENTER=POSICIONAR PF5=SIGUIENTE PF10=SALIR        *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * DE CLIENTE Y FECHA, MUESTRA CADA MOVIMIENTO CON SU ANTES/     *
      * DESPUES (NOMBRE, FECHA NAC, TELEFONO, MARCA) Y AVANZA CON     *
      * PF5. EL FILTRO OPCIONAL POR OPERADOR PERMITE REVISAR EL       *
      * TRABAJO DE UN SOLO CAJERO. SIN CODIGO DE CLIENTE Y CON FECHA  *
      * SE RECORRE EL DIA COMPLETO POR EL PATH EDF4AUL (BITACORA POR  *
      * FECHA Y HORA), MOSTRANDO EL CLIENTE DE CADA MOVIMIENTO.       *
      * OPCION 0 DEL MENU EDID1YL5                                    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1ULI.
                88 WKS-MSG-NOMOV        VALUE 5.
                88 WKS-MSG-FINMOV       VALUE 6.
                88 WKS-MSG-SINPOS       VALUE 7.
                88 WKS-MSG-SINFILTRO    VALUE 8.
                88 WKS-MSG-NOMOVDIA     VALUE 9.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FOUND            PIC 9 VALUE ZEROS.


       01 WKS-TEMP-FIELDS.
           02 WKS-CO-CLIENTE            PIC 9(08).
      *-->POSICION DENTRO DE UN GRUPO DE MOVIMIENTOS CON LA MISMA
      *   FECHA Y HORA EN EL PATH EDF4AUL (LLAVE NO UNICA)
           02 WKS-POS-FECHA-HORA        PIC 9(14).
           02 WKS-ULT-FECHA-HORA        PIC 9(14).
           02 WKS-POS-DUP               PIC 9(08).

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1ULI".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-CO-CLIENTE    PIC 9(08).
      *-->EN LA CONSULTA POR FECHA (CARGADO = 2) EL CAMPO DEL CLIENTE
      *   GUARDA CUANTOS MOVIMIENTOS DE LA MISMA FECHA Y HORA YA SE
      *   MOSTRARON, PARA REPOSICIONAR EL PATH CON PF5
               03 WKS-COM-DUPLICADO REDEFINES WKS-COM-CO-CLIENTE
                                        PIC 9(08).
               03 WKS-COM-FECHA         PIC 9(08).
               03 WKS-COM-HORA          PIC 9(06).
               03 WKS-COM-OPER-FILTRO   PIC X(08).
                ELSE
                     MOVE SPACES TO WKS-COM-OPER-FILTRO
                END-IF
                IF EDULI-CO-CLIENTEI > SPACES
                     MOVE 1 TO WKS-COM-CARGADO
                     PERFORM 220-PROCESS-FIND-MOV
      *-->LA CONSULTA DEL HISTORIAL DE UN CLIENTE SENSIBLE TAMBIEN
      *   DEJA SU RASTRO EN EDM4VIS
                     PERFORM 215-RASTRO-SENSIBLE
                ELSE
                     MOVE 2 TO WKS-COM-CARGADO
                     PERFORM 250-PROCESS-FIND-MOV-FECHA
                END-IF
           END-IF
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.
           MOVE DFHTURQ TO EDULI-FECHAC
           MOVE -1 TO EDULI-CO-CLIENTEL
           IF EDULI-CO-CLIENTEI NOT > SPACES
                MOVE ZEROS TO WKS-CO-CLIENTE
           ELSE IF EDULI-CO-CLIENTEI NOT NUMERO
                SET WKS-MSG-NONUMERIC TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDULI-CO-CLIENTEC
                    END-IF
                END-PERFORM
                MOVE WKS-CO-CLIENTE TO EDULI-CO-CLIENTEO
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                IF EDULI-FECHAI NOT > SPACES
                     MOVE -1 TO EDULI-FECHAL
                ELSE
                     MOVE EDULI-FECHAI TO WKS-COM-FECHA
                     END-IF
                END-IF
           END-IF
      *-->SIN CLIENTE LA FECHA ES OBLIGATORIA (CONSULTA POR DIA)
           IF WKS-FLAG-INVALID = ZEROS
           AND EDULI-CO-CLIENTEI NOT > SPACES
           AND EDULI-FECHAI NOT > SPACES
                SET WKS-MSG-SINFILTRO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
                MOVE DFHRED TO EDULI-CO-CLIENTEC
                MOVE DFHRED TO EDULI-FECHAC
           END-IF.

      *-->BUSCA EL SIGUIENTE MOVIMIENTO DEL CLIENTE QUE CUMPLA EL
           MOVE EDAU-DESPUES-MARCA-ELIM TO EDULI-DES-MARCAO
           MOVE EDAU-MOTIVO         TO EDULI-MOTIVOO.

      *-->BUSCA EL SIGUIENTE MOVIMIENTO DEL DIA EN EL PATH EDF4AUL QUE
      *   CUMPLA EL FILTRO DE OPERADOR. SE ARRANCA EN LA FECHA Y HORA
      *   DE LA COMMAREA Y SE SALTAN LOS DEL MISMO GRUPO YA MOSTRADOS
       250-PROCESS-FIND-MOV-FECHA.
           MOVE ZEROS TO WKS-FLAG-FOUND
           MOVE ZEROS TO WKS-POS-DUP
           MOVE ZEROS TO WKS-ULT-FECHA-HORA
           MOVE WKS-COM-FECHA TO EDAU-FECHA-MOV
           MOVE WKS-COM-HORA  TO EDAU-HORA-MOV
           MOVE EDAU-FECHA-HORA-MOV TO WKS-POS-FECHA-HORA
           PERFORM 810-EXEC-CICS-STARTBR-PATH
           PERFORM UNTIL WKS-FLAG-FOUND = 1
           OR NOT WKS-EDM4AUL-NORMAL
                PERFORM 811-EXEC-CICS-READNEXT-PATH
                IF WKS-EDM4AUL-NORMAL
                     IF EDAU-FECHA-MOV NOT = WKS-COM-FECHA
                          SET WKS-EDM4AUL-ENDFILE TO TRUE
                     ELSE
                          PERFORM 255-CUENTA-DUPLICADO
                          IF EDAU-FECHA-HORA-MOV = WKS-POS-FECHA-HORA
                          AND WKS-POS-DUP NOT > WKS-COM-DUPLICADO
                               CONTINUE
                          ELSE
                               IF WKS-COM-OPER-FILTRO = SPACES
                               OR EDAU-OPERADOR = WKS-COM-OPER-FILTRO
                                    MOVE 1 TO WKS-FLAG-FOUND
                               END-IF
                          END-IF
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 812-EXEC-CICS-ENDBR-PATH
           IF WKS-FLAG-FOUND = 1
                MOVE EDAU-HORA-MOV TO WKS-COM-HORA
                MOVE WKS-POS-DUP   TO WKS-COM-DUPLICADO
                MOVE EDAU-CO-CLIENTE TO EDULI-CO-CLIENTEO
                PERFORM 230-LOAD-DATA-OUTPUT
                SET WKS-MSG-SHOWN TO TRUE
                MOVE EDAU-CO-CLIENTE TO WKS-CO-CLIENTE
                PERFORM 215-RASTRO-SENSIBLE
           ELSE
                PERFORM 240-CLEAR-DATA-OUTPUT
                IF WKS-COM-DUPLICADO = ZEROS
                     SET WKS-MSG-NOMOVDIA TO TRUE
                ELSE
                     SET WKS-MSG-FINMOV TO TRUE
                END-IF
           END-IF.

      *-->ORDINAL DEL MOVIMIENTO DENTRO DE SU GRUPO DE FECHA Y HORA
       255-CUENTA-DUPLICADO.
           IF EDAU-FECHA-HORA-MOV = WKS-ULT-FECHA-HORA
                ADD 1 TO WKS-POS-DUP
           ELSE
                MOVE 1 TO WKS-POS-DUP
                MOVE EDAU-FECHA-HORA-MOV TO WKS-ULT-FECHA-HORA
           END-IF.

       240-CLEAR-DATA-OUTPUT.
           MOVE SPACES TO EDULI-MFECHAO
           MOVE SPACES TO EDULI-MHORAO

      *-->ACCION PARA AVANZAR AL SIGUIENTE MOVIMIENTO
       300-ACCION-PF5.
           IF WKS-COM-CARGADO = 1
                ADD 1 TO WKS-COM-HORA
                PERFORM 220-PROCESS-FIND-MOV
           ELSE IF WKS-COM-CARGADO = 2
                PERFORM 250-PROCESS-FIND-MOV-FECHA
           ELSE
                SET WKS-MSG-SINPOS TO TRUE
                END-IF
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       810-EXEC-CICS-STARTBR-PATH.
           EXEC CICS STARTBR
               FILE('EDF4AUL')
               RIDFLD(EDAU-FECHA-HORA-MOV)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AUDIT.

       811-EXEC-CICS-READNEXT-PATH.
           EXEC CICS READNEXT
               FILE('EDF4AUL')
               INTO(REG-EDMAUL)
               RIDFLD(EDAU-FECHA-HORA-MOV)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AUDIT.

       812-EXEC-CICS-ENDBR-PATH.
           EXEC CICS ENDBR
               FILE('EDF4AUL')
               NOHANDLE
           END-EXEC.

       898-EVALUATE-DFHRESP-AUDIT.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4AUL-NORMAL  TO TRUE
           ELSE IF WKS-MSG-SINPOS
                MOVE "POSICIONE PRIMERO UN CLIENTE"
                TO EDULI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINFILTRO
                MOVE "DIGITE CLIENTE O FECHA"
                TO EDULI-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOMOVDIA
                MOVE "SIN MOVIMIENTOS EN LA FECHA"
                TO EDULI-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDULI-OUTPUT-MSGC
                MOVE SPACES   TO EDULI-OUTPUT-MSGO
