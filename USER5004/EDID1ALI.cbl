      * DESCRIPCION : MENU DE ADICION PARA MAESTRO DE CLIENTES         *
      * ARCHIVOS    : EDM4CL                                           *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/06/2022                                       *
      * BPM/RATIONAL:                                                  *
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBRN.
       COPY EDBSL.
       COPY EDBER.
       COPY EDALI.


       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMSPL.

       COPY EDBFE.

       COPY EDBCD.

       COPY EDBLS.

       COPY EDMREL.

       01 WKS-WORK-FIELDS.
           02 WKS-TEMP-NAME             PIC X(40).
           02 WKS-LIMIT-DAYS            PIC 9(02).
                88 WKS-MSG-HAYGUARDADO  VALUE 21.
                88 WKS-MSG-RESTAURADO   VALUE 22.
                88 WKS-MSG-BADSECTOR    VALUE 23.
                88 WKS-MSG-RETENIDO     VALUE 24.
                88 WKS-MSG-SINTUTOR     VALUE 25.
                88 WKS-MSG-BADTUTOR     VALUE 26.
                88 WKS-MSG-SOLOLECT     VALUE 27.
                88 WKS-MSG-BADREFER     VALUE 28.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-REUSE            PIC 9 VALUE ZEROS.
           02 WKS-TIPO-REUSO            PIC X(01) VALUE SPACE.
           02 WKS-FLAG-PHONE-DUP        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PRINT-SLIP       PIC 9 VALUE ZEROS.
      *-->POSIBLE COINCIDENCIA EN LISTAS DE SANCIONES/PEP: EL ALTA
      *   SE GRABA RETENIDA (MARCA "S") PARA REVISION EN EDID1LL2
           02 WKS-FLAG-LISTA            PIC 9 VALUE ZEROS.

      *-->TUTELA DE MENORES: UNA PERSONA CON MENOS DE 18 ANIOS
      *   CUMPLIDOS (EDID1BFE FUNCION E) SOLO SE AGREGA CON UN TUTOR
      *   ADULTO ACTIVO; EL VINCULO "TU" SE GRABA CON EL ALTA
       01 WKS-TUTELA.
           02 WKS-EDAD-MAYORIA          PIC 9(02) VALUE 18.
           02 WKS-FLAG-MENOR            PIC 9 VALUE ZEROS.
           02 WKS-CO-TUTOR              PIC 9(08) VALUE ZEROS.

      *-->PROGRAMA DE REFERIDOS: CLIENTE ACTIVO QUE TRAJO AL NUEVO
      *   (OPCIONAL); EL VINCULO "RF" SE GRABA CON EL ALTA
       01 WKS-REFERIDO.
           02 WKS-CO-REFERENTE          PIC 9(08) VALUE ZEROS.

       01 WKS-EDM4HLP-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4HLP-NORMAL        VALUE 1.
       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->HORA DE ENTRADA DE LA TAREA (BITACORA DE RESPUESTA EDM4RND)
           INITIALIZE REG-EDBRN
           MOVE FUNCTION CURRENT-DATE(1:16) TO EDRN-INICIO

      *-->MOVER COMMAREA (ID DE OPERADOR RECIBIDO DESDE EL MENU)
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           END-IF

           MOVE WKS-COM-OPERADOR-ID TO EDRN-OPERADOR
           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA
           PERFORM 008-AJUSTA-ARCHIVOS

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN = 0 OR EIBCALEN = 29
                    PERFORM 100-ACCION-DEFAULT
               WHEN WKS-FLAG-SOLO-LECTURA = 1
                   PERFORM 095-ACCION-SOLO-LECTURA
               WHEN EIBAID = DFHPF6
                    PERFORM 775-ACCION-PF6-RESTAURA
               WHEN EIBAID = DFHPF1
                    PERFORM 400-ACCION-OTHER
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
                   ELSE
                       SET WKS-MSG-ADDITION TO TRUE
                   END-IF
                   IF WKS-FLAG-LISTA = 1
                       SET WKS-MSG-RETENIDO TO TRUE
                   END-IF
                   MOVE 1 TO WKS-FLAG-PRINT-SLIP
                   PERFORM 772-BORRA-CAPTURA-GUARDADA
                   MOVE "AGREGAR" TO EDEV-ACCION
                   IF NOT WKS-COM-EN-ENTRENA
                        PERFORM 346-GRABA-FONETICO
                   END-IF
      *-->EL MENOR QUEDA VINCULADO A SU TUTOR (EDM4REL, TIPO "TU")
                   IF WKS-FLAG-MENOR = 1
                   AND NOT WKS-COM-EN-ENTRENA
                        PERFORM 347-GRABA-TUTELA
                   END-IF
      *-->Y EL REFERIDO A QUIEN LO TRAJO (EDM4REL, TIPO "RF")
                   IF WKS-CO-REFERENTE > ZEROS
                   AND NOT WKS-COM-EN-ENTRENA
                        PERFORM 348-GRABA-REFERIDO
                   END-IF
      *-->CIFRAS DE CONTROL: UN REUSO CONVIERTE UN MARCADO EN
      *   ACTIVO (EL MARCADO SE DESCUENTA DEL TIPO QUE TENIA EL
      *   REGISTRO ANTERIOR); UNA ALTA NUEVA SUMA AL TOTAL
                        MOVE +1 TO WKS-CTL-D-TOT
                        PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                   END-IF
      *-->EL ALTA RETENIDA POR LISTAS PASA DE ACTIVO A MARCADO Y
      *   SUS COINCIDENCIAS QUEDAN PENDIENTES EN EDM4COI
                   IF WKS-FLAG-LISTA = 1
                        MOVE EDMC-TIPO-CLIENTE TO WKS-CTL-TIPO
                        MOVE -1 TO WKS-CTL-D-ACT
                        MOVE +1 TO WKS-CTL-D-MAR
                        PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                        IF NOT WKS-COM-EN-ENTRENA
                             SET EDBS-REGISTRA TO TRUE
                             PERFORM 825-EXEC-CICS-LINK-LISTAS
                        END-IF
                   END-IF
               ELSE
                   SET WKS-MSG-UNKERROR TO TRUE
               END-IF
       210-PROCESS-VALID-DATA.
           INITIALIZE WKS-FLAG-INVALID
           MOVE ZEROS TO WKS-FLAG-REUSE
           MOVE ZEROS TO WKS-FLAG-LISTA
           MOVE DFHTURQ TO EDALI-CO-CLIENTEC
           MOVE DFHTURQ TO EDALI-NOM-CLIENTEC
           MOVE DFHTURQ TO EDALI-TIPOC
           MOVE DFHTURQ TO EDALI-FECHA-NACDDC
           MOVE DFHTURQ TO EDALI-TELC
           MOVE DFHTURQ TO EDALI-TELCELC
           MOVE DFHTURQ TO EDALI-TUTORC
           MOVE DFHTURQ TO EDALI-REFERENTEC

           PERFORM 211-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 226-VALID-SECTOR
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 228-VALID-TUTOR
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 230-VALID-REFERENTE
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 227-VALID-LISTAS
           END-IF.

      *-->VALIDACION DEL CAMPO CODIGO DE CLIENTE
                END-IF
           END-IF.

      *-->FILTRO DE LISTAS DE SANCIONES/PEP (RUTINA EDID1BLS POR
      *   CLAVE FONETICA): LA COINCIDENCIA NO IMPIDE EL ALTA, PERO
      *   EL CLIENTE QUEDA RETENIDO HASTA QUE CUMPLIMIENTO DECIDA
       227-VALID-LISTAS.
           INITIALIZE REG-EDBLS
           SET EDBS-CONSULTA TO TRUE
           MOVE EDALI-CO-CLIENTEO   TO EDBS-CO-CLIENTE
           MOVE EDALI-NOM-CLIENTEO  TO EDBS-NOMBRE
           MOVE WKS-PROGRAM-NAME    TO EDBS-ORIGEN
           MOVE WKS-COM-OPERADOR-ID TO EDBS-OPERADOR
           MOVE EIBTRMID            TO EDBS-TERMINAL
           PERFORM 825-EXEC-CICS-LINK-LISTAS
           IF EDBS-COINCIDENCIA
                MOVE 1 TO WKS-FLAG-LISTA
           END-IF.

      *-->MENORES DE EDAD: EL TUTOR DEBE SER UN CLIENTE PERSONA,
      *   ACTIVO, MAYOR DE EDAD Y DISTINTO DEL CODIGO QUE SE AGREGA.
      *   PARA ADULTOS Y COMPANIAS EL CAMPO NO SE USA
       228-VALID-TUTOR.
           MOVE ZEROS TO WKS-FLAG-MENOR
           MOVE ZEROS TO WKS-CO-TUTOR
           IF EDALI-TIPOO = "P"
                MOVE "E" TO EDBF-FUNCION
                MOVE WKS-FECHA-NAC TO EDBF-FECHA-DDMMAAAA
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-OK AND EDBF-EDAD < WKS-EDAD-MAYORIA
                     MOVE 1 TO WKS-FLAG-MENOR
                END-IF
           END-IF
           IF WKS-FLAG-MENOR = 1
                IF EDALI-TUTORI NOT > SPACES
                     SET WKS-MSG-SINTUTOR TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     IF EDALI-TUTORI NOT NUMERO
                          SET WKS-MSG-BADTUTOR TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE
                          PERFORM 229-LEE-TUTOR
                     END-IF
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDALI-TUTORC
                MOVE -1 TO EDALI-TUTORL
           END-IF.

       229-LEE-TUTOR.
           INITIALIZE WKS-INDEX
           MOVE 9 TO WKS-AUX
           PERFORM VARYING WKS-INDEX FROM 8 BY -1
           UNTIL WKS-INDEX = ZEROS
               IF EDALI-TUTORI(WKS-INDEX:1) NOT EQUAL ' '
                   SUBTRACT 1 FROM WKS-AUX
                   MOVE EDALI-TUTORI(WKS-INDEX:1)
                   TO WKS-CO-TUTOR(WKS-AUX:1)
               END-IF
           END-PERFORM
           MOVE WKS-CO-TUTOR TO EDALI-TUTORO
           IF WKS-CO-TUTOR = WKS-CO-CLIENTE
                SET WKS-MSG-BADTUTOR TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE WKS-CO-TUTOR TO EDMC-LLAVE
                PERFORM 806-EXEC-CICS-READ
                IF WKS-EDM4CL-NORMAL
                AND EDMC-MARCA-ELIMINADO = SPACES
                AND EDMC-TIPO-PERSONA
                     MOVE "E" TO EDBF-FUNCION
                     MOVE EDMC-FECHA-NAC-O-CONSTITUC
                       TO EDBF-FECHA-DDMMAAAA
                     CALL "EDID1BFE" USING REG-EDBFE
                     IF NOT EDBF-OK
                     OR EDBF-EDAD < WKS-EDAD-MAYORIA
                          SET WKS-MSG-BADTUTOR TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     END-IF
                ELSE
                     SET WKS-MSG-BADTUTOR TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF.

      *-->REFERIDO: EL CAMPO ES OPCIONAL; SI SE DIGITA, DEBE SER UN
      *   CLIENTE EXISTENTE, ACTIVO Y DISTINTO DEL CODIGO QUE SE AGREGA
       230-VALID-REFERENTE.
           MOVE ZEROS TO WKS-CO-REFERENTE
           IF EDALI-REFERENTEI > SPACES
                IF EDALI-REFERENTEI NOT NUMERO
                     SET WKS-MSG-BADREFER TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     PERFORM 231-LEE-REFERENTE
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE ZEROS TO WKS-CO-REFERENTE
                MOVE DFHRED TO EDALI-REFERENTEC
                MOVE -1 TO EDALI-REFERENTEL
           END-IF.

       231-LEE-REFERENTE.
           INITIALIZE WKS-INDEX
           MOVE 9 TO WKS-AUX
           PERFORM VARYING WKS-INDEX FROM 8 BY -1
           UNTIL WKS-INDEX = ZEROS
               IF EDALI-REFERENTEI(WKS-INDEX:1) NOT EQUAL ' '
                   SUBTRACT 1 FROM WKS-AUX
                   MOVE EDALI-REFERENTEI(WKS-INDEX:1)
                   TO WKS-CO-REFERENTE(WKS-AUX:1)
               END-IF
           END-PERFORM
           MOVE WKS-CO-REFERENTE TO EDALI-REFERENTEO
           IF WKS-CO-REFERENTE = ZEROS
           OR WKS-CO-REFERENTE = WKS-CO-CLIENTE
                SET WKS-MSG-BADREFER TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                MOVE WKS-CO-REFERENTE TO EDMC-LLAVE
                PERFORM 806-EXEC-CICS-READ
                IF NOT WKS-EDM4CL-NORMAL
                OR EDMC-MARCA-ELIMINADO NOT = SPACES
                     SET WKS-MSG-BADREFER TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF.

       220-PROCESS-DATA.
           MOVE EDALI-CO-CLIENTEO TO EDMC-LLAVE
           MOVE EDALI-NOM-CLIENTEO TO EDMC-NOMBRE-CLIENTE
           MOVE SPACES TO EDMC-MOTIVO-ELIMINACION
           MOVE SPACES TO EDMC-MARCA-SENSIBLE
           MOVE SPACES TO EDMC-FILLER
           SET EDMC-CANAL-VENTANILLA TO TRUE
      *-->EL ALTA QUEDA PENDIENTE DE EXPEDIENTE HASTA QUE EDID1R58
      *   ENCUENTRE DOCUMENTO, CONSENTIMIENTO Y REPRESENTANTE LEGAL
           MOVE "P" TO EDMC-ESTADO-ALTA
           IF WKS-FLAG-LISTA = 1
                MOVE "S" TO EDMC-MARCA-ELIMINADO
                MOVE FUNCTION CURRENT-DATE(1:8)
                  TO EDMC-FECHA-MARCA-ELIM
                MOVE "COINCIDENCIA LISTA" TO EDMC-MOTIVO-ELIMINACION
           END-IF
           MOVE WKS-SECTOR-FINAL TO EDMC-SECTOR
           PERFORM 225-CALCULA-PROX-REVISION
           MOVE WKS-COM-OPERADOR-ID TO EDMC-OPERADOR-ULT-MOV
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-DESPUES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           IF WKS-FLAG-LISTA = 1
                MOVE EDMC-MOTIVO-ELIMINACION TO EDAU-MOTIVO
           END-IF
           MOVE REG-EDMACL TO EDAU-IMAGEN-DESPUES.

      *-->FILA DEL INDICE FONETICO EDM4FON PARA EL NOMBRE GRABADO
               NOHANDLE
           END-EXEC.

      *-->VINCULO DE TUTELA EN AMBOS SENTIDOS, COMO LOS DE EDID1RLI
      *   (NOHANDLE: SI YA EXISTIA, EL VINCULO QUEDA COMO ESTABA)
       347-GRABA-TUTELA.
           INITIALIZE REG-EDMREL
           MOVE EDMC-LLAVE   TO EDRL-CO-CLIENTE
           MOVE WKS-CO-TUTOR TO EDRL-CO-RELACION
           SET EDRL-TIPO-TUTOR TO TRUE
           MOVE WKS-COM-OPERADOR-ID TO EDRL-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDRL-FECHA-ALTA
           MOVE SPACES TO EDRL-ESTADO
           SET EDRL-REL-ES-TUTOR TO TRUE
           PERFORM 826-EXEC-CICS-WRITE-REL
           MOVE WKS-CO-TUTOR TO EDRL-CO-CLIENTE
           MOVE EDMC-LLAVE   TO EDRL-CO-RELACION
           SET EDRL-REL-ES-MENOR TO TRUE
           PERFORM 826-EXEC-CICS-WRITE-REL.

      *-->VINCULO DE REFERIDO EN AMBOS SENTIDOS (MISMO MANEJO QUE LA
      *   TUTELA): DEL NUEVO HACIA SU REFERENTE Y DEL REFERENTE HACIA
      *   EL NUEVO, QUE ES LA FILA QUE RECORRE EL REPORTE EDID1R83
       348-GRABA-REFERIDO.
           INITIALIZE REG-EDMREL
           MOVE EDMC-LLAVE       TO EDRL-CO-CLIENTE
           MOVE WKS-CO-REFERENTE TO EDRL-CO-RELACION
           SET EDRL-TIPO-REFERIDO TO TRUE
           MOVE WKS-COM-OPERADOR-ID TO EDRL-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDRL-FECHA-ALTA
           MOVE SPACES TO EDRL-ESTADO
           SET EDRL-REL-ES-REFERENTE TO TRUE
           PERFORM 826-EXEC-CICS-WRITE-REL
           MOVE WKS-CO-REFERENTE TO EDRL-CO-CLIENTE
           MOVE EDMC-LLAVE       TO EDRL-CO-RELACION
           SET EDRL-REL-ES-REFERIDO TO TRUE
           PERFORM 826-EXEC-CICS-WRITE-REL.

      *-->ACCION PARA SUGERIR EL SIGUIENTE CODIGO DE CLIENTE DISPONIBLE
       250-ACCION-PF2.
           PERFORM 809-EXEC-CICS-STARTBR-HIGH
           END-EXEC.

       804-EXEC-CICS-RETURN.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
                TRANSID('EDAI')
                COMMAREA(WKS-COMMAREA)
           PERFORM 770-AUTOGUARDA-CAPTURA.

       806-EXEC-CICS-READ.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
                FILE(WKS-FILE-CLIENTES)
                INTO(REG-EDMACL)
           PERFORM 899-EVALUATE-DFHRESP.

       808-EXEC-CICS-XCTL-PROGRAM-1.
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           PERFORM 899-EVALUATE-DFHRESP.

       810-EXEC-CICS-READPREV.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READPREV
               FILE(WKS-FILE-CLIENTES)
               INTO(REG-EDMACL)
           END-EXEC.

       812-EXEC-CICS-READ-UPDATE.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE(WKS-FILE-CLIENTES)
               INTO(REG-EDMACL)
           PERFORM 899-EVALUATE-DFHRESP.

       815-EXEC-CICS-READNEXT.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
               FILE(WKS-FILE-CLIENTES)
               INTO(REG-EDMACL)
      *    ARCHIVO DE CONTROL NO DETIENE LA TRANSACCION; EL DESCUADRE
      *    LO DETECTA EDID1R17)
       892-EXEC-CICS-READ-AYUDA.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4HLP')
               INTO(REG-EDMHLP)

       893-EXEC-CICS-UPDATE-CONTROL.
           MOVE "CONTROL " TO EDCT-LLAVE
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4CTL')
               INTO(REG-EDMCTL)
           END-EXEC.

       824-EXEC-CICS-READ-SEC.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4SEC')
               INTO(REG-EDMSEC)
           END-EVALUATE.

       822-EXEC-CICS-READNEXT-TAB.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READNEXT
               FILE('EDM4TAB')
               INTO(REG-EDMTAB)
      *--> LECTURA DE LA TABLA DE CIUDADES (SI LA TABLA ESTA CERRADA
      *    NO SE BLOQUEA LA CAPTURA; SOLO NOTFND RECHAZA)
       817-EXEC-CICS-READ-TAB.
           ADD 1 TO EDRN-LECTURAS
           EXEC CICS READ
               FILE('EDM4TAB')
               INTO(REG-EDMTAB)
                WHEN OTHER           SET WKS-EDM4TAB-OTRO   TO TRUE
           END-EVALUATE.

       825-EXEC-CICS-LINK-LISTAS.
           EXEC CICS LINK
               PROGRAM('EDID1BLS')
               COMMAREA(REG-EDBLS)
               NOHANDLE
           END-EXEC.

       826-EXEC-CICS-WRITE-REL.
           EXEC CICS WRITE
               FILE('EDM4REL')
               FROM(REG-EDMREL)
               RIDFLD(EDRL-LLAVE)
               NOHANDLE
           END-EXEC.

       820-EXEC-CICS-LINK-NORMALIZA.
           EXEC CICS LINK
               PROGRAM('EDID1BDR')
               NOHANDLE
           END-EXEC.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       818-EXEC-CICS-WRITE-AUDIT.
           MOVE WKS-FILE-AUDIT TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

               NOHANDLE
           END-EXEC.

      *-->TIEMPO DE RESPUESTA DE LA TAREA EN EDM4RND (RUTINA EDID1BRN;
      *   NOHANDLE: LA BITACORA NUNCA DETIENE LA PANTALLA). SE LLAMA
      *   UNA SOLA VEZ, ANTES DEL RETURN O XCTL QUE TERMINA LA TAREA
       889-LINK-RENDIMIENTO.
           IF EDRN-PROGRAMA = SPACES
                MOVE WKS-PROGRAM-NAME TO EDRN-PROGRAMA
                MOVE EIBTRNID TO EDRN-TRANSACCION
                IF EDRN-OPERADOR = SPACES
                     MOVE WKS-COM-OPERADOR-ID TO EDRN-OPERADOR
                END-IF
                MOVE EIBTRMID TO EDRN-TERMINAL
                MOVE EIBAID TO EDRN-TECLA
                EXEC CICS LINK
                    PROGRAM('EDID1BRN')
                    COMMAREA(REG-EDBRN)
                    NOHANDLE
                END-EXEC
           END-IF.

       899-EVALUATE-DFHRESP.
           MOVE EIBRESP TO WKS-ERR-RESP-SAVE
           PERFORM 887-LOG-ERROR-INESPERADO
                MOVE EDALI-CIUDADI TO EDALI-CIUDADO
                MOVE EDALI-CODPOSTALI TO EDALI-CODPOSTALO
                MOVE EDALI-SECTORI TO EDALI-SECTORO
                MOVE EDALI-REFERENTEI TO EDALI-REFERENTEO
                SET WKS-MSG-RESTAURADO TO TRUE
           ELSE
                SET WKS-MSG-NOCOMAND TO TRUE
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-ADDITION
                MOVE "ALI005" TO EDBM-CODIGO
                MOVE "ADICION OK - EXPEDIENTE PENDIENTE"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-DUPLICATE
                MOVE "SECTOR INVALIDO (SOLO COMPANIAS)"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-RETENIDO
                MOVE "ALI024" TO EDBM-CODIGO
                MOVE "ALTA RETENIDA: REVISION DE LISTAS"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-SINTUTOR
                MOVE "ALI025" TO EDBM-CODIGO
                MOVE "MENOR DE EDAD: DIGITE EL CODIGO DE TUTOR"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-BADTUTOR
                MOVE "ALI026" TO EDBM-CODIGO
                MOVE "TUTOR INVALIDO: PERSONA ADULTA ACTIVA"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-BADREFER
                MOVE "ALI028" TO EDBM-CODIGO
                MOVE "REFERENTE INVALIDO: CLIENTE ACTIVO"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-HAYGUARDADO
                MOVE "ALI021" TO EDBM-CODIGO
                MOVE "HAY CAPTURA SIN TERMINAR: PF6=RECUPERAR"
                MOVE "CAPTURA RECUPERADA, REVISE Y CONTINUE"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "ALI027" TO EDBM-CODIGO
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                  TO EDBM-TEXTO
                PERFORM 996-FETCH-CATALOGO
           ELSE
                MOVE DFHYELLO TO EDALI-OUTPUT-MSGO
                MOVE SPACES   TO EDALI-OUTPUT-MSGO
           MOVE SPACES TO WKS-COM-IDIOMA
           MOVE ZEROS  TO WKS-COM-ULT-ACTIVIDAD
           SET WKS-COM-SESION-EXPIRADA TO TRUE
           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS XCTL
               PROGRAM('EDID1YL5')
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   UNA TECLA QUE ACTUALIZA SE CONSULTA EDID1BSL; CON EL MODO
      *   ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS SIGUEN
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF1
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
           MOVE SPACE TO EDALII
               ERASE
           END-EXEC

           PERFORM 889-LINK-RENDIMIENTO
           EXEC CICS RETURN
           END-EXEC

