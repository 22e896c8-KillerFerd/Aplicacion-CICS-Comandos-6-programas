      * DESCRIPCION : CARGA DE CLIENTES NUEVOS DESDE ARCHIVO EXTERNO   *
      * ARCHIVOS    : CARGACL (ENTRADA) / EDM4CL (I-O) / RECHAZOS(SAL) *
      * ACCION (ES) : C=Cargar                                        *
      * PROGRAMA(S) : CALL EDID1BHS                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 08/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * BITACORA (POSICION EN LA ENTRADA ORDENADA) Y UNA RECORRIDA    *
      * CON REINICIO EN EL PARM SALTA LO YA APLICADO. LOS RECHAZOS    *
      * FLUYEN A EDM4RCH IGUAL QUE EN EL MODO NORMAL                  *
      *                                                                *
      * TODA ALTA Y TODO CAMBIO DE NOMBRE PASA POR EL FILTRO DE       *
      * LISTAS DE SANCIONES/PEP (EDM4LIS POR CLAVE FONETICA): CON     *
      * COINCIDENCIA EL CLIENTE QUEDA RETENIDO (MARCA "S") Y LA       *
      * COINCIDENCIA PENDIENTE EN EDM4COI PARA REVISION EN EDID1LL2   *
      *                                                                *
      * LAS ALTAS QUEDAN CON CANAL DE ORIGEN "B" (CARGA). SI TRAEN     *
      * EDCG-CO-REFERENTE, ESE CLIENTE DEBE EXISTIR ACTIVO EN EDM4CL  *
      * (SI NO, EL ALTA SE RECHAZA) Y EL REFERIDO QUEDA VINCULADO A EL *
      * EN EDM4REL (TIPO "RF") EN AMBOS SENTIDOS                      *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R08.
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

           SELECT EDM4LIS ASSIGN TO EDM4LIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDLT-LLAVE
               FILE STATUS IS WKS-EDM4LIS-STATUS.

           SELECT EDM4COI ASSIGN TO EDM4COI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCI-LLAVE
               FILE STATUS IS WKS-EDM4COI-STATUS.

           SELECT EDM4REL ASSIGN TO EDM4REL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRL-LLAVE
               FILE STATUS IS WKS-EDM4REL-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

       DATA DIVISION.
       FD  EDM4JLG.
       COPY EDMJLG.

       FD  EDM4LIS.
       COPY EDMLIS.

       FD  EDM4COI.
       COPY EDMCOI.

       FD  EDM4REL.
       COPY EDMREL.

      *-->ENTRADA ORDENADA DEL MODO DE ALTO VOLUMEN: MISMO LAYOUT
      *   QUE EDCGCL CON EL CODIGO (LA LLAVE DEL SORT) AL FRENTE
       SD  WORK-SORT.
       01  REG-SORT.
           05 SRT-CO-CLIENTE               PIC X(08).
           05 SRT-RESTO                    PIC X(150).

       WORKING-STORAGE SECTION.

       COPY EDBHS.

      *-->ANCLA DE LA CADENA DE LA BITACORA LEIDA DE EDM4CTL
       01 WKS-CADENA.
           02 WKS-FLAG-ANCLA            PIC 9 VALUE ZEROS.

       COPY EDBCD.

       COPY EDBFO.

      *-->FILTRO DE LISTAS DE SANCIONES/PEP
       01 WKS-LISTAS.
           02 WKS-LIS-COINCIDENCIAS     PIC 9(03) VALUE ZEROS.
           02 WKS-FLAG-LIS-FIN          PIC 9 VALUE ZEROS.

      *-->AVISOS DE DIGITO VERIFICADOR (REGLA DE TRANSICION: LOS
      *   CODIGOS VIEJOS SIN DIGITO VALIDO PASAN, PERO SE CUENTAN)
       01 WKS-DIGITO-AVISOS             PIC 9(07) VALUE ZEROS.
               88 WKS-EDM4AUL-OK        VALUE "00".
           02 WKS-EDM4RCH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RCH-OK        VALUE "00".
           02 WKS-EDM4LIS-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4LIS-OK        VALUE "00".
           02 WKS-EDM4COI-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4COI-OK        VALUE "00".
           02 WKS-EDM4REL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REL-OK        VALUE "00".
               88 WKS-EDM4REL-DUP       VALUE "22".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-REUMAR-COMPANIAS      PIC 9(07) VALUE ZEROS.
           02 WKS-TIPOMOV-P-A-C         PIC 9(07) VALUE ZEROS.
           02 WKS-TIPOMOV-C-A-P         PIC 9(07) VALUE ZEROS.
           02 WKS-RETEN-PERSONAS        PIC 9(07) VALUE ZEROS.
           02 WKS-RETEN-COMPANIAS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RETENIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-COINCIDENCIAS   PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-REFERIDOS       PIC 9(07) VALUE ZEROS.

      *--> VENTANA DE GRACIA PARA FECHA DE CONSTITUCION DE COMPANIAS
       01 WKS-ANIOS-GRACIA-CONSTIT      PIC 9 VALUE 1.
           02 WKS-FECHA-NACMM           PIC 99.
           02 WKS-FECHA-NACDD           PIC 99.
           02 WKS-TIPO-CLIENTE          PIC X(01).
           02 WKS-CO-REFERENTE          PIC 9(08).

       01 WKS-RECHAZO-LINE.
           02 WKS-REC-CODIGO            PIC X(08).
           OPEN I-O    EDM4CL
           OPEN INPUT  EDM4TAB
           OPEN I-O    EDM4AUL
           OPEN I-O    EDM4CTL
           OPEN I-O    EDM4RCH
           OPEN INPUT  EDM4LIS
           OPEN I-O    EDM4COI
           OPEN I-O    EDM4REL
           OPEN OUTPUT RECHAZOS
           WRITE REG-RECHAZOS FROM WKS-HEADER-LINE-1
           WRITE REG-RECHAZOS FROM WKS-HEADER-LINE-2.
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 219-VALID-FIELD-CIUDAD
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 219A-VALID-MENOR
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 219B-VALID-REFERENTE
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 220-PROCESS-ACCEPT
                ADD 1 TO WKS-TOTAL-ACEPTADOS
                END-IF
           END-IF.

      *-->UNA PERSONA MENOR DE EDAD SOLO SE AGREGA EN EDID1ALI, QUE
      *   EXIGE Y VINCULA AL TUTOR; LA CARGA NO TRAE TUTOR Y LA RECHAZA
       219A-VALID-MENOR.
           IF WKS-TIPO-CLIENTE = "P"
                MOVE "E" TO EDBF-FUNCION
                MOVE WKS-FECHA-NACDD TO EDBF-FECHA-DDMMAAAA(1:2)
                MOVE WKS-FECHA-NACMM TO EDBF-FECHA-DDMMAAAA(3:2)
                MOVE WKS-FECHA-NACAA TO EDBF-FECHA-DDMMAAAA(5:4)
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-OK AND EDBF-EDAD < 18
                     MOVE "MENOR SIN TUTOR (USE EDID1ALI)"
                         TO WKS-MOTIVO-RECHAZO
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF.

      *-->EL REFERENTE ES OPCIONAL; SI VIENE DEBE SER UN CLIENTE
      *   EXISTENTE, ACTIVO Y DISTINTO DEL CODIGO QUE SE AGREGA
       219B-VALID-REFERENTE.
           MOVE ZEROS TO WKS-CO-REFERENTE
           IF EDCG-CO-REFERENTE NOT = SPACES
                IF EDCG-CO-REFERENTE NOT NUMERIC
                     MOVE "REFERENTE NO NUMERICO"
                         TO WKS-MOTIVO-RECHAZO
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE EDCG-CO-REFERENTE TO WKS-CO-REFERENTE
                     IF WKS-CO-REFERENTE = WKS-CO-CLIENTE
                          MOVE "REFERENTE IGUAL AL CLIENTE"
                              TO WKS-MOTIVO-RECHAZO
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE
                          MOVE WKS-CO-REFERENTE TO EDMC-LLAVE
                          READ EDM4CL
                          IF NOT WKS-EDM4CL-OK
                          OR EDMC-MARCA-ELIMINADO NOT = SPACES
                               MOVE "REFERENTE INEXISTENTE/INACTIVO"
                                   TO WKS-MOTIVO-RECHAZO
                               MOVE 1 TO WKS-FLAG-INVALID
                          END-IF
                     END-IF
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE ZEROS TO WKS-CO-REFERENTE
           END-IF.

      *-->ARMA EL REGISTRO DE EDM4CL Y LO AGREGA (O REUSA UN CODIGO
      *-->PREVIAMENTE MARCADO COMO ELIMINADO)
       220-PROCESS-ACCEPT.
           MOVE SPACES                        TO EDMC-SUCURSAL
           MOVE SPACES                        TO EDMC-SECTOR
           MOVE SPACES                        TO EDMC-FILLER
           SET EDMC-CANAL-CARGA               TO TRUE
      *-->EL ALTA QUEDA PENDIENTE DE EXPEDIENTE (LA LIBERA EDID1R58)
           MOVE "P"                           TO EDMC-ESTADO-ALTA
           PERFORM 539-CALCULA-PROX-REVISION
           MOVE "EDID1R08"                    TO EDMC-OPERADOR-ULT-MOV
           MOVE "BTCH"                        TO EDMC-TERMINAL-ULT-MOV
           MOVE WKS-FECHA-NACMM               TO WKS-AUX-FECHA(3:2)
           MOVE WKS-FECHA-NACAA               TO WKS-AUX-FECHA(5:4)
           MOVE WKS-AUX-FECHA                 TO EDMC-FECHA-CREACION
           PERFORM 270-FILTRO-LISTAS
           IF WKS-FLAG-REUSE = 1
                REWRITE REG-EDMACL
                IF WKS-TIPO-CLIENTE = "C"
                     ADD 1 TO WKS-ALTA-PERSONAS
                END-IF
           END-IF
           IF EDMC-MARCA-ELIMINADO = "S"
                PERFORM 272-CUENTA-RETENIDO
           END-IF
           PERFORM 225-ESCRIBE-BITACORA
           IF WKS-CO-REFERENTE > ZEROS
                PERFORM 226-GRABA-REFERIDO
           END-IF.

      *-->VINCULO DE REFERIDO EN AMBOS SENTIDOS, COMO EL ALTA DE
      *   EDID1ALI (SI YA EXISTIA, QUEDA COMO ESTABA)
       226-GRABA-REFERIDO.
           INITIALIZE REG-EDMREL
           MOVE EDMC-LLAVE       TO EDRL-CO-CLIENTE
           MOVE WKS-CO-REFERENTE TO EDRL-CO-RELACION
           SET EDRL-TIPO-REFERIDO TO TRUE
           MOVE "EDID1R08"       TO EDRL-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDRL-FECHA-ALTA
           MOVE SPACES           TO EDRL-ESTADO
           SET EDRL-REL-ES-REFERENTE TO TRUE
           WRITE REG-EDMREL
           MOVE WKS-CO-REFERENTE TO EDRL-CO-CLIENTE
           MOVE EDMC-LLAVE       TO EDRL-CO-RELACION
           SET EDRL-REL-ES-REFERIDO TO TRUE
           WRITE REG-EDMREL
           IF WKS-EDM4REL-OK OR WKS-EDM4REL-DUP
                ADD 1 TO WKS-TOTAL-REFERIDOS
           END-IF.

      *-->PROXIMA REVISION KYC: COMPANIAS AL ANIO, PERSONAS A LOS
      *   TRES ANIOS (29/02 SE RECORRE AL 28/02 DEL ANIO DESTINO)
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-DESPUES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           IF EDMC-MARCA-ELIMINADO = "S"
                MOVE EDMC-MOTIVO-ELIMINACION TO EDAU-MOTIVO
           END-IF
           MOVE REG-EDMACL TO EDAU-IMAGEN-DESPUES
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
           PERFORM 941-AVANZA-ANCLA.

      *-->FILTRO DE LISTAS DE SANCIONES/PEP: MISMA BUSQUEDA DE LA
      *   RUTINA EDID1BLS, POR CLAVE FONETICA DEL NOMBRE EN EDM4LIS.
      *   CADA COINCIDENCIA NUEVA QUEDA PENDIENTE EN EDM4COI; LAS YA
      *   DECIDIDAS FALSO POSITIVO PARA EL CLIENTE NO CUENTAN. CON
      *   ALGUNA COINCIDENCIA EL CLIENTE QUEDA RETENIDO (MARCA "S")
       270-FILTRO-LISTAS.
           MOVE ZEROS TO WKS-LIS-COINCIDENCIAS
           INITIALIZE REG-EDBFO
           MOVE EDMC-NOMBRE-CLIENTE TO EDFO-NOMBRE
           CALL "EDID1BFO" USING REG-EDBFO
           IF EDFO-FONETICO NOT = SPACES
                MOVE EDFO-FONETICO TO EDLT-FONETICO
                MOVE LOW-VALUES    TO EDLT-REFERENCIA
                START EDM4LIS KEY IS NOT LESS THAN EDLT-LLAVE
                IF WKS-EDM4LIS-OK
                     MOVE ZEROS TO WKS-FLAG-LIS-FIN
                     PERFORM UNTIL WKS-FLAG-LIS-FIN = 1
                          READ EDM4LIS NEXT RECORD
                              AT END
                                  MOVE 1 TO WKS-FLAG-LIS-FIN
                          END-READ
                          IF WKS-FLAG-LIS-FIN = ZEROS
                               IF NOT WKS-EDM4LIS-OK
                               OR EDLT-FONETICO NOT = EDFO-FONETICO
                                    MOVE 1 TO WKS-FLAG-LIS-FIN
                               ELSE
                                    PERFORM 271-COINCIDENCIA-LISTA
                               END-IF
                          END-IF
                     END-PERFORM
                END-IF
           END-IF
           IF WKS-LIS-COINCIDENCIAS > ZEROS
                MOVE "S" TO EDMC-MARCA-ELIMINADO
                MOVE FUNCTION CURRENT-DATE(1:8)
                    TO EDMC-FECHA-MARCA-ELIM
                MOVE "COINCIDENCIA LISTA" TO EDMC-MOTIVO-ELIMINACION
           END-IF.

       271-COINCIDENCIA-LISTA.
           MOVE EDMC-LLAVE      TO EDCI-CO-CLIENTE
           MOVE EDLT-REFERENCIA TO EDCI-REFERENCIA
           READ EDM4COI
           IF WKS-EDM4COI-OK AND EDCI-FALSO-POSITIVO
                CONTINUE
           ELSE
                ADD 1 TO WKS-LIS-COINCIDENCIAS
                IF NOT WKS-EDM4COI-OK
                     INITIALIZE REG-EDMCOI
                     MOVE EDMC-LLAVE          TO EDCI-CO-CLIENTE
                     MOVE EDLT-REFERENCIA     TO EDCI-REFERENCIA
                     MOVE EDLT-TIPO-LISTA     TO EDCI-TIPO-LISTA
                     MOVE EDMC-NOMBRE-CLIENTE TO EDCI-NOMBRE-CLIENTE
                     MOVE EDLT-NOMBRE         TO EDCI-NOMBRE-LISTA
                     MOVE EDLT-FONETICO       TO EDCI-FONETICO
                     MOVE "EDID1R08"          TO EDCI-ORIGEN
                     MOVE FUNCTION CURRENT-DATE(1:8)
                         TO EDCI-FECHA-DETEC
                     MOVE FUNCTION CURRENT-DATE(9:6)
                         TO EDCI-HORA-DETEC
                     SET EDCI-PENDIENTE       TO TRUE
                     WRITE REG-EDMCOI
                     IF WKS-EDM4COI-OK
                          ADD 1 TO WKS-TOTAL-COINCIDENCIAS
                     END-IF
                END-IF
           END-IF.

      *-->EL RETENIDO PASA DE ACTIVO A MARCADO EN LAS CIFRAS DE
      *   CONTROL (SE APLICA EN 910 JUNTO CON LAS ALTAS)
       272-CUENTA-RETENIDO.
           ADD 1 TO WKS-TOTAL-RETENIDOS
           IF EDMC-TIPO-CLIENTE = "C"
                ADD 1 TO WKS-RETEN-COMPANIAS
           ELSE
                ADD 1 TO WKS-RETEN-PERSONAS
           END-IF.

      *-->MODIFICACION (ACCION "M"): APLICA SOLO CAMPOS NO BLANCOS
       300-PROCESA-MODIFICACION.
                PERFORM 330-AUDIT-ANTES
                MOVE ZEROS TO WKS-FLAG-TIPO-MOV
                PERFORM 320-APLICA-CAMPOS-PRESENTES
                IF EDMC-NOMBRE-CLIENTE NOT = EDAU-ANTES-NOMBRE
                     PERFORM 270-FILTRO-LISTAS
                END-IF
                MOVE "EDID1R08" TO EDMC-OPERADOR-ULT-MOV
                MOVE "BTCH"     TO EDMC-TERMINAL-ULT-MOV
                REWRITE REG-EDMACL
                     IF WKS-FLAG-TIPO-MOV = 2
                          ADD 1 TO WKS-TIPOMOV-C-A-P
                     END-IF
                     IF EDMC-MARCA-ELIMINADO = "S"
                          PERFORM 272-CUENTA-RETENIDO
                     END-IF
                     PERFORM 340-AUDIT-ESCRIBE
                ELSE
                     MOVE "ERROR AL REESCRIBIR" TO WKS-MOTIVO-RECHAZO
           ELSE
                MOVE "MODIFICAR" TO EDAU-ACCION
                MOVE SPACES TO EDAU-MOTIVO
                IF EDMC-MARCA-ELIMINADO = "S"
                     MOVE EDMC-MOTIVO-ELIMINACION TO EDAU-MOTIVO
                END-IF
           END-IF
           MOVE "EDID1R08"                  TO EDAU-OPERADOR
           MOVE "BTCH"                      TO EDAU-TERMINAL
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           MOVE REG-EDMACL TO EDAU-IMAGEN-DESPUES
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
           PERFORM 941-AVANZA-ANCLA.

      *-->ESCRIBE EL RENGLON DE RECHAZO CON EL MOTIVO
       230-ESCRIBE-RECHAZO.
           CLOSE EDM4CL
           CLOSE EDM4TAB
           CLOSE EDM4AUL
           CLOSE EDM4CTL
           CLOSE EDM4RCH
           CLOSE EDM4LIS
           CLOSE EDM4COI
           CLOSE EDM4REL
           CLOSE RECHAZOS
           DISPLAY "EDID1R08 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R08 - ACEPTADOS  : " WKS-TOTAL-ACEPTADOS
           DISPLAY "EDID1R08 - RECHAZADOS : " WKS-TOTAL-RECHAZADOS
           DISPLAY "EDID1R08 - RETENIDOS  : " WKS-TOTAL-RETENIDOS
           DISPLAY "EDID1R08 - COINCIDEN. : " WKS-TOTAL-COINCIDENCIAS
           DISPLAY "EDID1R08 - REFERIDOS  : " WKS-TOTAL-REFERIDOS.

      *--> SUMA LAS ALTAS DE LA CORRIDA A LAS CIFRAS DE CONTROL
      *    (UN REUSO CONVIERTE UN MARCADO EN ACTIVO SIN TOCAR TOTAL;
      *    UN RETENIDO POR LISTAS PASA DE ACTIVO A MARCADO)
       910-ACTUALIZA-CONTROL.
           MOVE "CONTROL " TO EDCT-LLAVE
           READ EDM4CTL
           IF NOT WKS-EDM4CTL-OK
               SUBTRACT WKS-TIPOMOV-P-A-C FROM EDCT-ACT-PERSONAS
               ADD WKS-TIPOMOV-C-A-P   TO EDCT-ACT-PERSONAS
               SUBTRACT WKS-TIPOMOV-C-A-P FROM EDCT-ACT-COMPANIAS
               SUBTRACT WKS-RETEN-PERSONAS  FROM EDCT-ACT-PERSONAS
               SUBTRACT WKS-RETEN-COMPANIAS FROM EDCT-ACT-COMPANIAS
               ADD WKS-RETEN-PERSONAS  TO EDCT-MAR-PERSONAS
               ADD WKS-RETEN-COMPANIAS TO EDCT-MAR-COMPANIAS
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDCT-FECHA-ULT-MOV
               REWRITE REG-EDMCTL
           END-IF.

      *-->VERIFICA EL DIGITO DEL CODIGO (RUTINA EDID1BCD): EL AVISO
      *   NO RECHAZA EL REGISTRO, SOLO SE CUENTA Y SE DESPLIEGA
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

      *--> ENCADENA EL MOVIMIENTO AL ULTIMO DE LA BITACORA: TOMA DEL
      *    ANCLA "CADENAUL" DE EDM4CTL LA SECUENCIA Y EL HASH ANTERIOR
      *    Y LO SELLA CON LA RUTINA EDID1BHS ANTES DEL WRITE
       940-ENCADENA-BITACORA.
           MOVE "CADENAUL" TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               MOVE 1 TO WKS-FLAG-ANCLA
           ELSE
               MOVE ZEROS TO WKS-FLAG-ANCLA
               INITIALIZE REG-EDMCTL
               MOVE "CADENAUL" TO EDCT-LLAVE
               MOVE ZEROS TO EDCT-CAD-SECUENCIA
               MOVE ZEROS TO EDCT-CAD-HASH
               MOVE ZEROS TO EDCT-CAD-ARC-SECUENCIA
               MOVE ZEROS TO EDCT-CAD-ARC-HASH
           END-IF
           COMPUTE EDAU-SECUENCIA = EDCT-CAD-SECUENCIA + 1
           MOVE EDCT-CAD-HASH TO EDAU-HASH-ANTERIOR
           SET EDBH-FN-CALCULAR TO TRUE
           MOVE REG-EDMAUL TO EDBH-REGISTRO
           CALL "EDID1BHS" USING REG-EDBHS
           MOVE EDBH-HASH TO EDAU-HASH.

      *--> SOLO UN MOVIMIENTO GRABADO AVANZA EL ANCLA DE LA CADENA
       941-AVANZA-ANCLA.
           IF WKS-EDM4AUL-OK
               MOVE EDAU-SECUENCIA TO EDCT-CAD-SECUENCIA
               MOVE EDAU-HASH      TO EDCT-CAD-HASH
               IF WKS-FLAG-ANCLA = 1
                   REWRITE REG-EDMCTL
               ELSE
                   WRITE REG-EDMCTL
               END-IF
           END-IF.
