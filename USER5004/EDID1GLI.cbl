      * TIPO        : LINEA                                            *
      * DESCRIPCION : FUSION DE CLIENTES DUPLICADOS                    *
      * ARCHIVOS    : EDM4CL (I/O) / EDM4AUL (SALIDA) /                *
      *               EDM4NOT (I/O) / EDM4REL (I/O) /                  *
      *               EDM4XRF - EDP4XRF (I/O)                          *
      * ACCION (ES) : ENTER=CARGAR PF2=FUSIONAR PF3=LIMPIAR PF10=SALIR *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * APUNTANDO AL SOBREVIVIENTE EN EL MOTIVO. AMBOS LADOS DEJAN    *
      * BITACORA EDM4AUL Y LAS NOTAS (EDM4NOT) Y VINCULOS (EDM4REL)   *
      * DEL DUPLICADO SE RECUELGAN DEL SOBREVIVIENTE                  *
      * UN SOBREVIVIENTE SIN CANAL DE ORIGEN TOMA EL DEL DUPLICADO O, *
      * SI TAMPOCO LO TIENE, QUEDA CON CANAL "F" (FUSION)             *
      * SI EL SUPERVISOR ES UNO DE LOS DOS CLIENTES O FAMILIAR DE     *
      * ALGUNO (RUTINA EDID1BCF) LA FUSION SE RECHAZA: LA DEBE HACER  *
      * OTRO SUPERVISOR                                               *
      * LOS NUMEROS DEL DUPLICADO EN OTROS SISTEMAS (EDM4XRF) PASAN   *
      * AL SOBREVIVIENTE, CON EL DUPLICADO COMO CODIGO ANTERIOR       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1GLI.
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDGLI.

       COPY EDMACL.

       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMNOT.

       COPY EDMREL.

       COPY EDMXRF.

       COPY EDMCTL.

       COPY EDBCF.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
           88 WKS-EDM4REL-NORMAL        VALUE 1.
           88 WKS-EDM4REL-ENDFILE       VALUE 2.

       01 WKS-EDM4XRF-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4XRF-NORMAL        VALUE 1.
           88 WKS-EDM4XRF-ENDFILE       VALUE 2.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-SINCARGA     VALUE 9.
                88 WKS-MSG-UNKERROR     VALUE 10.
                88 WKS-MSG-NOTOPEN      VALUE 11.
                88 WKS-MSG-CONFLICTO    VALUE 12.
                88 WKS-MSG-SOLOLECT     VALUE 13.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-MAS-NOTAS        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-MAS-VINCULOS     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-MAS-REFERENCIAS  PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CONFLICTO        PIC 9 VALUE ZEROS.

      *-->DELTAS PARA EL REGISTRO DE CIFRAS DE CONTROL EDM4CTL
       01 WKS-CTL-DELTAS.
           05 DUPV-TIPO-TELEFONO           PIC X(01).
           05 DUPV-MOTIVO-ELIMINACION      PIC X(20).
           05 DUPV-MARCA-SENSIBLE          PIC X(01).
           05 DUPV-SUCURSAL                PIC X(03).
           05 DUPV-FECHA-PROX-REV          PIC 9(08).
           05 DUPV-SECTOR                  PIC X(04).
           05 DUPV-ESTADO-ALTA             PIC X(01).
           05 DUPV-CANAL-ORIGEN            PIC X(01).
           05 DUPV-FILLER                  PIC X(03).

       01 WKS-TEMP-FIELDS.
           02 WKS-CO-SOBREV             PIC 9(08).
           02 WKS-CO-DUP                PIC 9(08).
           02 WKS-AUX-RELACION          PIC 9(08).
           02 WKS-LLAVE-XRF-CLIENTE     PIC 9(08).
           02 WKS-NOTA-REINTENTOS       PIC 9(02) VALUE ZEROS.
           02 WKS-MOTIVO-FUSION.
               03 FILLER                PIC X(12) VALUE "FUSIONADO A ".
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                    PERFORM 090-ACCION-NOAUTH
                WHEN EIBCALEN NOT = 46
                    PERFORM 100-ACCION-DEFAULT
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF2
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION CUANDO LA APLICACION ESTA EN MODO SOLO LECTURA:
      *   LA TECLA DE ACTUALIZACION SE RECHAZA SIN TOCAR ARCHIVOS
       095-ACCION-SOLO-LECTURA.
           SET WKS-MSG-SOLOLECT TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           ELSE
                PERFORM 805-EXEC-CICS-RECEIVE
                PERFORM 310-VALID-SELECTORS
                IF WKS-FLAG-INVALID = ZEROS
                     PERFORM 332-VALID-CONFLICTO
                END-IF
                IF WKS-FLAG-INVALID = ZEROS
                     PERFORM 320-PROCESS-MERGE
                END-IF
           END-IF
           IF EDGLI-SEL-POSTALI = "2"
                MOVE DUPV-CODIGO-POSTAL TO EDMC-CODIGO-POSTAL
           END-IF
           IF EDMC-CANAL-ORIGEN = SPACE
                IF DUPV-CANAL-ORIGEN NOT = SPACE
                     MOVE DUPV-CANAL-ORIGEN TO EDMC-CANAL-ORIGEN
                ELSE
                     SET EDMC-CANAL-FUSION TO TRUE
                END-IF
           END-IF.

      *-->EL SUPERVISOR NO PUEDE FUSIONAR SU PROPIO REGISTRO NI EL DE
      *   UN FAMILIAR: SE REVISAN AMBOS CODIGOS Y SE RECHAZA LA FUSION
       332-VALID-CONFLICTO.
           MOVE ZEROS TO WKS-FLAG-CONFLICTO
           INITIALIZE REG-EDBCF
           MOVE WKS-COM-OPERADOR-ID TO EDCF-OPERADOR
           MOVE WKS-COM-SOBREV      TO EDCF-CO-CLIENTE
           PERFORM 821-EXEC-CICS-LINK-CONFLICTO
           IF EDCF-CON-CONFLICTO
                MOVE 1 TO WKS-FLAG-CONFLICTO
           ELSE
                INITIALIZE REG-EDBCF
                MOVE WKS-COM-OPERADOR-ID TO EDCF-OPERADOR
                MOVE WKS-COM-DUP         TO EDCF-CO-CLIENTE
                PERFORM 821-EXEC-CICS-LINK-CONFLICTO
                IF EDCF-CON-CONFLICTO
                     MOVE 1 TO WKS-FLAG-CONFLICTO
                END-IF
           END-IF
           IF WKS-FLAG-CONFLICTO = 1
                SET WKS-MSG-CONFLICTO TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           END-IF.

      *-->MARCA EL DUPLICADO COMO FUSIONADO ("M") CON EL CODIGO DEL
                     PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                     PERFORM 360-PROCESS-MOVE-NOTAS
                     PERFORM 370-PROCESS-MOVE-VINCULOS
                     PERFORM 380-PROCESS-MOVE-REFERENCIAS
                     SET WKS-MSG-FUSIONADO TO TRUE
                     MOVE ZEROS TO WKS-COM-CARGADO
                END-IF
                     MOVE WKS-AUX-RELACION TO EDRL-CO-CLIENTE
                     MOVE WKS-COM-DUP      TO EDRL-CO-RELACION
                     PERFORM 818-EXEC-CICS-DELETE-REL
      *-->REGRABA AMBOS SENTIDOS CONTRA EL SOBREVIVIENTE; EN TUTELAS
      *   Y REFERIDOS EL SENTIDO INVERSO LLEVA EL PAPEL CONTRARIO
                     MOVE WKS-COM-SOBREV   TO EDRL-CO-CLIENTE
                     MOVE WKS-AUX-RELACION TO EDRL-CO-RELACION
                     PERFORM 819-EXEC-CICS-WRITE-REL
                     MOVE WKS-AUX-RELACION TO EDRL-CO-CLIENTE
                     MOVE WKS-COM-SOBREV   TO EDRL-CO-RELACION
                     PERFORM 376-INVIERTE-ROL
                     PERFORM 819-EXEC-CICS-WRITE-REL
                ELSE
                     MOVE ZEROS TO WKS-FLAG-MAS-VINCULOS
                MOVE ZEROS TO WKS-FLAG-MAS-VINCULOS
           END-IF.

       376-INVIERTE-ROL.
           EVALUATE TRUE
                WHEN EDRL-REL-ES-TUTOR
                     SET EDRL-REL-ES-MENOR TO TRUE
                WHEN EDRL-REL-ES-MENOR
                     SET EDRL-REL-ES-TUTOR TO TRUE
                WHEN EDRL-REL-ES-REFERENTE
                     SET EDRL-REL-ES-REFERIDO TO TRUE
                WHEN EDRL-REL-ES-REFERIDO
                     SET EDRL-REL-ES-REFERENTE TO TRUE
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      *-->PASA LOS NUMEROS EXTERNOS DEL DUPLICADO AL SOBREVIVIENTE:
      *   TOMA EL PRIMERO POR EL PATH EDP4XRF (CODIGO DE CLIENTE) Y LO
      *   REGRABA CON EL SOBREVIVIENTE, REPITIENDO HASTA AGOTARLOS
       380-PROCESS-MOVE-REFERENCIAS.
           MOVE 1 TO WKS-FLAG-MAS-REFERENCIAS
           PERFORM 385-PROCESS-MOVE-UNA-REFERENCIA
               UNTIL WKS-FLAG-MAS-REFERENCIAS = ZEROS.

       385-PROCESS-MOVE-UNA-REFERENCIA.
           MOVE WKS-COM-DUP TO WKS-LLAVE-XRF-CLIENTE
           PERFORM 822-EXEC-CICS-STARTBR-XRF
           IF WKS-EDM4XRF-NORMAL
                PERFORM 823-EXEC-CICS-READNEXT-XRF
                PERFORM 824-EXEC-CICS-ENDBR-XRF
                IF WKS-EDM4XRF-NORMAL
                AND EDXR-CO-CLIENTE = WKS-COM-DUP
                     PERFORM 825-EXEC-CICS-READ-UPDATE-XRF
                     IF WKS-EDM4XRF-NORMAL
                          MOVE WKS-COM-DUP    TO EDXR-CO-ANTERIOR
                          MOVE WKS-COM-SOBREV TO EDXR-CO-CLIENTE
                          MOVE WKS-PROGRAM-NAME
                              TO EDXR-PROGRAMA-ULT-MOV
                          MOVE WKS-COM-OPERADOR-ID
                              TO EDXR-OPERADOR-ULT-MOV
                          MOVE FUNCTION CURRENT-DATE(1:8)
                              TO EDXR-FECHA-ULT-MOV
                          PERFORM 826-EXEC-CICS-REWRITE-XRF
                     END-IF
      *-->SIN PODER REGRABAR NO SE REINTENTA: LA FILA QUEDA CON EL
      *   DUPLICADO Y LA REPORTA EL REVISOR NOCTURNO EDID1R90
                     IF NOT WKS-EDM4XRF-NORMAL
                          MOVE ZEROS TO WKS-FLAG-MAS-REFERENCIAS
                     END-IF
                ELSE
                     MOVE ZEROS TO WKS-FLAG-MAS-REFERENCIAS
                END-IF
           ELSE
                MOVE ZEROS TO WKS-FLAG-MAS-REFERENCIAS
           END-IF.

       320-AUDIT-SNAPSHOT-BEFORE.
           MOVE EDMC-NOMBRE-CLIENTE         TO EDAU-ANTES-NOMBRE
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-ANTES-FECHA-NAC
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       809-EXEC-CICS-WRITE-AUDIT.
           MOVE "EDM4AUL " TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       821-EXEC-CICS-LINK-CONFLICTO.
           EXEC CICS LINK
               PROGRAM('EDID1BCF')
               COMMAREA(REG-EDBCF)
               NOHANDLE
           END-EXEC.

       822-EXEC-CICS-STARTBR-XRF.
           EXEC CICS STARTBR
               FILE('EDP4XRF')
               RIDFLD(WKS-LLAVE-XRF-CLIENTE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 895-EVALUATE-DFHRESP-XRF.

       823-EXEC-CICS-READNEXT-XRF.
           EXEC CICS READNEXT
               FILE('EDP4XRF')
               INTO(REG-EDMXRF)
               RIDFLD(WKS-LLAVE-XRF-CLIENTE)
               NOHANDLE
           END-EXEC
           PERFORM 895-EVALUATE-DFHRESP-XRF.

       824-EXEC-CICS-ENDBR-XRF.
           EXEC CICS ENDBR
               FILE('EDP4XRF')
               NOHANDLE
           END-EXEC.

       825-EXEC-CICS-READ-UPDATE-XRF.
           EXEC CICS READ
               FILE('EDM4XRF')
               INTO(REG-EDMXRF)
               RIDFLD(EDXR-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 895-EVALUATE-DFHRESP-XRF.

       826-EXEC-CICS-REWRITE-XRF.
           EXEC CICS REWRITE
               FILE('EDM4XRF')
               FROM(REG-EDMXRF)
               NOHANDLE
           END-EXEC
           PERFORM 895-EVALUATE-DFHRESP-XRF.

      *--> AJUSTE DE CIFRAS DE CONTROL EDM4CTL: APLICA LOS DELTAS
      *    PREPARADOS EN WKS-CTL-DELTAS (TOLERANTE: UN PROBLEMA EN EL
      *    ARCHIVO DE CONTROL NO DETIENE LA TRANSACCION; EL DESCUADRE
           ADD WKS-CTL-D-TOT TO EDCT-TOT-REGISTROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDCT-FECHA-ULT-MOV.

      *-->EL PATH POR CODIGO NO ES UNICO: DUPKEY ES UNA LECTURA BUENA
       895-EVALUATE-DFHRESP-XRF.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4XRF-NORMAL  TO TRUE
                WHEN DFHRESP(DUPKEY) SET WKS-EDM4XRF-NORMAL  TO TRUE
                WHEN OTHER           SET WKS-EDM4XRF-ENDFILE TO TRUE
           END-EVALUATE.

       896-EVALUATE-DFHRESP-REL.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4REL-NORMAL  TO TRUE
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDGLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-CONFLICTO
                MOVE "CONFLICTO DE INTERES: DEBE FUSIONAR OTRO"
                TO EDGLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                TO EDGLI-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDGLI-OUTPUT-MSGC
                MOVE SPACES   TO EDGLI-OUTPUT-MSGO
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA TECLA QUE ACTUALIZA SE CONSULTA EDID1BSL; CON EL MODO
      *   ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS SIGUEN
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF2
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

      *--> TERMINACION DEL PROGRAMA
       999-END-PROGRAM.
           MOVE SPACE TO EDGLII
