      * TIPO        : RUTINA                                           *
      * DESCRIPCION : MANTENIMIENTO CALLABLE DE CLIENTES EDM4CL        *
      * ARCHIVOS    : EDM4CL (I/O) / EDM4TAB / EDM4PRD / EDM4AUL /     *
      *               EDM4CTL / EDM4FON / EDM4HIS / EDM4PEN /          *
      *               COLA TD EDEV                                     *
      * ACCION (ES) : A=Agregar M=Modificar D=Eliminar                 *
      * PROGRAMA(S) : LINK EDID1BER EDID1BLS EDID1BCF / CALL EDID1BFE  *
      *               LINK EDID1BAU                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * EVENTO EDEV. RECIBE/DEVUELVE REG-EDBMA (COPY EDBMA) EN EL      *
      * COMMAREA; EN ALTAS CON CODIGO CERO ASIGNA EL SIGUIENTE CODIGO  *
      * DISPONIBLE Y LO DEVUELVE EN EDMA-CO-ASIGNADO                   *
      * ALTAS Y CAMBIOS DE NOMBRE PASAN POR EL FILTRO DE LISTAS DE     *
      * SANCIONES/PEP (EDID1BLS): CON COINCIDENCIA EL CLIENTE SE GRABA *
      * RETENIDO (MARCA "S") Y SE DEVUELVE EL CODIGO 02                *
      * EL ALTA QUEDA CON CANAL DE ORIGEN "E" (INTERFAZ DE ENTRADA) Y, *
      * SI VIENE EDMA-CO-REFERENTE, VINCULADA A ESE CLIENTE EN EDM4REL *
      * (TIPO "RF"); UN REFERENTE INEXISTENTE O NO ACTIVO ES EL 22     *
      * UNA PERSONA MENOR DE EDAD SE RECHAZA CON EL CODIGO 21: SU ALTA *
      * SE HACE EN EDID1ALI, QUE EXIGE EL TUTOR                        *
      * SI EL OPERADOR QUE INVOCA ES EL CLIENTE O UN FAMILIAR SUYO     *
      * (RUTINA EDID1BCF) LA MODIFICACION O BAJA NO SE APLICA: QUEDA   *
      * EN EDM4PEN PARA APROBACION EN EDID1VLI Y SE DEVUELVE EL 03     *
      * CON LA APLICACION EN MODO SOLO LECTURA (CIERRE DE DIA EN       *
      * CURSO, RUTINA EDID1BSL) NO SE APLICA NADA Y SE DEVUELVE EL 32  *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BMA.

       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMEVT.

       COPY EDMCTL.

       COPY EDMHIS.

       COPY EDBLS.

       COPY EDBCF.

       COPY EDMPEN.

       COPY EDMREL.

       COPY EDBSL.

       01 WKS-PROGRAM-NAME              PIC X(08) VALUE "EDID1BMA".

       01 WKS-FILE-STATUS               PIC 99 VALUE ZEROS.
           88 WKS-EDM4PRD-NORMAL        VALUE 1.
           88 WKS-EDM4PRD-NOTFND        VALUE 2.

       01 WKS-EDM4PEN-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4PEN-NORMAL        VALUE 1.
           88 WKS-EDM4PEN-ERROR         VALUE 2.

       01 WKS-FLAGS.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-REUSE            PIC 9 VALUE ZEROS.
           02 WKS-TIPO-REUSO            PIC X(01) VALUE SPACE.
           02 WKS-FLAG-PHONE-DUP        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-LISTA            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CONFLICTO        PIC 9 VALUE ZEROS.

       01 WKS-TEL-VALIDATION.
           02 WKS-TEL-NUM                PIC 9(08).
           MOVE ZEROS TO WKS-FLAG-INVALID
           MOVE ZEROS TO WKS-FLAG-REUSE
           MOVE ZEROS TO WKS-FLAG-PHONE-DUP
           MOVE ZEROS TO WKS-FLAG-LISTA
           MOVE ZEROS TO WKS-FLAG-CONFLICTO

      *-->EN MODO SOLO LECTURA (VENTANA DE BATCH) NINGUNA FUNCION SE
      *   APLICA Y SE DEVUELVE EL CODIGO 32 (EDID1BSL)
           SET EDSL-NORMAL TO TRUE
           PERFORM 822-EXEC-CICS-LINK-SOLO-LECT

           EVALUATE TRUE
                WHEN EDSL-SOLO-LECTURA
                     SET EDMA-SOLO-LECTURA TO TRUE
                WHEN EDMA-FUN-ALTA
                     PERFORM 100-PROCESS-ALTA
                WHEN EDMA-FUN-MODIFICACION
      *   CON CODIGO CERO, REUSO DE UN CODIGO MARCADO "D") Y GRABA
       100-PROCESS-ALTA.
           PERFORM 500-VALIDA-DATOS-COMUNES
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 102-VALIDA-MENOR
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 103-VALIDA-REFERENTE
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 105-RESUELVE-CODIGO-ALTA
           END-IF
                PERFORM 115-GRABA-ALTA
           END-IF.

      *-->UNA PERSONA MENOR DE EDAD NO SE AGREGA POR ESTA VIA: EL
      *   ALTA DEBE HACERSE EN EDID1ALI, QUE EXIGE Y VINCULA AL TUTOR
       102-VALIDA-MENOR.
           IF EDMA-TIPO-CLIENTE = "P"
                MOVE "E" TO EDBF-FUNCION
                MOVE EDMA-FECHA-NAC TO EDBF-FECHA-DDMMAAAA
                CALL "EDID1BFE" USING REG-EDBFE
                IF EDBF-OK AND EDBF-EDAD < 18
                     SET EDMA-MENOR-SIN-TUTOR TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF.

      *-->EL REFERENTE ES OPCIONAL; SI VIENE DEBE SER UN CLIENTE
      *   EXISTENTE, ACTIVO Y DISTINTO DEL CODIGO QUE SE AGREGA
       103-VALIDA-REFERENTE.
           IF EDMA-CO-REFERENTE NOT NUMERIC
                MOVE ZEROS TO EDMA-CO-REFERENTE
           END-IF
           IF EDMA-CO-REFERENTE > ZEROS
                IF EDMA-CO-REFERENTE = EDMA-CO-CLIENTE
                     SET EDMA-REFERENTE-INV TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                ELSE
                     MOVE EDMA-CO-REFERENTE TO EDMC-LLAVE
                     PERFORM 805-EXEC-CICS-READ
                     IF WKS-EDM4CL-NOTOPEN
                          SET EDMA-NOTOPEN TO TRUE
                          MOVE 1 TO WKS-FLAG-INVALID
                     ELSE
                          IF NOT WKS-EDM4CL-NORMAL
                          OR EDMC-MARCA-ELIMINADO NOT = SPACES
                               SET EDMA-REFERENTE-INV TO TRUE
                               MOVE 1 TO WKS-FLAG-INVALID
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *-->CODIGO DEL ALTA: CERO = AUTONUMERACION; CON CODIGO, UN
      *   REGISTRO MARCADO "D" SE REUSA Y UNO ACTIVO ES DUPLICADO
       105-RESUELVE-CODIGO-ALTA.
       115-GRABA-ALTA.
           PERFORM 560-VALIDA-TELEFONO-DUP
           PERFORM 120-ARMA-REGISTRO-ALTA
           PERFORM 140-FILTRO-LISTAS
           IF WKS-FLAG-REUSE = 1
                PERFORM 808-EXEC-CICS-REWRITE
           ELSE
                PERFORM 600-AUDIT-ALTA
                PERFORM 818-EXEC-CICS-WRITE-AUDIT
                PERFORM 620-GRABA-FONETICO
                IF EDMA-CO-REFERENTE > ZEROS
                     PERFORM 625-GRABA-REFERIDO
                END-IF
                IF WKS-FLAG-REUSE = 1
                     MOVE EDMC-TIPO-CLIENTE TO WKS-CTL-TIPO
                     MOVE +1 TO WKS-CTL-D-ACT
                     MOVE +1 TO WKS-CTL-D-TOT
                     PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                END-IF
                PERFORM 145-APLICA-RETENCION
           ELSE
                IF WKS-EDM4CL-NOTOPEN
                     SET EDMA-NOTOPEN TO TRUE
           MOVE SPACES TO EDMC-MOTIVO-ELIMINACION
           MOVE SPACES TO EDMC-MARCA-SENSIBLE
           MOVE SPACES TO EDMC-FILLER
           SET EDMC-CANAL-ENTRANTE TO TRUE
      *-->EL ALTA QUEDA PENDIENTE DE EXPEDIENTE (LA LIBERA EDID1R58)
           MOVE "P" TO EDMC-ESTADO-ALTA
           PERFORM 130-CALCULA-PROX-REVISION
           MOVE EDMA-OPERADOR TO EDMC-OPERADOR-ULT-MOV
           MOVE "BMA " TO EDMC-TERMINAL-ULT-MOV
      *   DE TELEFONOS DUPLICADOS
           MOVE SPACES TO EDMC-SECTOR.

      *-->FILTRO DE LISTAS DE SANCIONES/PEP POR CLAVE FONETICA
      *   (RUTINA EDID1BLS): CON COINCIDENCIA EL REGISTRO SE GRABA
      *   RETENIDO CON MARCA "S" HASTA LA DECISION DE CUMPLIMIENTO
       140-FILTRO-LISTAS.
           MOVE ZEROS TO WKS-FLAG-LISTA
           INITIALIZE REG-EDBLS
           SET EDBS-CONSULTA TO TRUE
           MOVE EDMC-LLAVE          TO EDBS-CO-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO EDBS-NOMBRE
           MOVE WKS-PROGRAM-NAME    TO EDBS-ORIGEN
           MOVE EDMA-OPERADOR       TO EDBS-OPERADOR
           MOVE "BMA "              TO EDBS-TERMINAL
           PERFORM 816-EXEC-CICS-LINK-LISTAS
           IF EDBS-COINCIDENCIA
                MOVE 1 TO WKS-FLAG-LISTA
                MOVE "S" TO EDMC-MARCA-ELIMINADO
                MOVE FUNCTION CURRENT-DATE(1:8)
                  TO EDMC-FECHA-MARCA-ELIM
                MOVE "COINCIDENCIA LISTA" TO EDMC-MOTIVO-ELIMINACION
           END-IF.

      *-->YA GRABADO EL CLIENTE RETENIDO: SUS COINCIDENCIAS QUEDAN
      *   PENDIENTES EN EDM4COI, EL ACTIVO PASA A MARCADO Y EL QUE
      *   INVOCA RECIBE EL CODIGO 02
       145-APLICA-RETENCION.
           IF WKS-FLAG-LISTA = 1
                SET EDBS-REGISTRA TO TRUE
                PERFORM 816-EXEC-CICS-LINK-LISTAS
                MOVE EDMC-TIPO-CLIENTE TO WKS-CTL-TIPO
                MOVE -1 TO WKS-CTL-D-ACT
                MOVE +1 TO WKS-CTL-D-MAR
                PERFORM 893-EXEC-CICS-UPDATE-CONTROL
                SET EDMA-OK-RETENIDO TO TRUE
           END-IF.

      *-->PROXIMA REVISION KYC: COMPANIAS AL ANIO, PERSONAS A LOS
      *   TRES ANIOS (29/02 SE RECORRE AL 28/02 DEL ANIO DESTINO)
       130-CALCULA-PROX-REVISION.
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 205-LEE-PARA-MODIFICAR
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 240-VALIDA-CONFLICTO
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 210-GRABA-MODIFICACION
           END-IF.
           MOVE EDMA-CODIGO-POSTAL     TO EDMC-CODIGO-POSTAL
           MOVE EDMA-OPERADOR          TO EDMC-OPERADOR-ULT-MOV
           MOVE "BMA " TO EDMC-TERMINAL-ULT-MOV
           IF WKS-FLAG-CONFLICTO = 1
                MOVE "M" TO EDPN-TIPO-SOLICITUD
                PERFORM 650-GRABA-PENDIENTE
           ELSE
                PERFORM 215-APLICA-MODIFICACION
           END-IF.

       215-APLICA-MODIFICACION.
      *-->SOLO UN CAMBIO DE NOMBRE SE VUELVE A FILTRAR EN LISTAS
           IF EDMC-NOMBRE-CLIENTE NOT = WKS-ANTES-NOMBRE
                PERFORM 140-FILTRO-LISTAS
           END-IF
           PERFORM 808-EXEC-CICS-REWRITE
           IF WKS-EDM4CL-NORMAL
                IF WKS-FLAG-PHONE-DUP = 1
                ELSE
                     SET EDMA-OK TO TRUE
                END-IF
                PERFORM 145-APLICA-RETENCION
                MOVE "MODIFICAR" TO EDEV-ACCION
                MOVE "DATOS" TO EDEV-CAMPOS
                PERFORM 895-EXEC-CICS-WRITEQ-TD-EVENT
                SET EDMA-ERROR-GRABA TO TRUE
           END-IF.

      *-->CONFLICTO DE INTERES: EL OPERADOR QUE INVOCA ES EL PROPIO
      *   CLIENTE O UN FAMILIAR SUYO (RUTINA EDID1BCF)
       240-VALIDA-CONFLICTO.
           MOVE ZEROS TO WKS-FLAG-CONFLICTO
           INITIALIZE REG-EDBCF
           MOVE EDMA-OPERADOR  TO EDCF-OPERADOR
           MOVE WKS-CO-CLIENTE TO EDCF-CO-CLIENTE
           PERFORM 819-EXEC-CICS-LINK-CONFLICTO
           IF EDCF-CON-CONFLICTO
                MOVE 1 TO WKS-FLAG-CONFLICTO
           END-IF.

      *-->BAJA LOGICA: MARCA "D" CON FECHA Y MOTIVO, IGUAL QUE
      *   EDID1ELI, CON EL CANDADO DE PRODUCTOS ACTIVOS EDM4PRD
       300-PROCESS-BAJA.
           PERFORM 305-LEE-PARA-BAJA
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 240-VALIDA-CONFLICTO
           END-IF
           IF WKS-FLAG-INVALID = ZEROS
                PERFORM 315-GRABA-BAJA
           END-IF.
           MOVE EDMA-MOTIVO-ELIM TO EDMC-MOTIVO-ELIMINACION
           MOVE EDMA-OPERADOR    TO EDMC-OPERADOR-ULT-MOV
           MOVE "BMA " TO EDMC-TERMINAL-ULT-MOV
           IF WKS-FLAG-CONFLICTO = 1
                MOVE "E" TO EDPN-TIPO-SOLICITUD
                PERFORM 650-GRABA-PENDIENTE
           ELSE
                PERFORM 320-APLICA-BAJA
           END-IF.

       320-APLICA-BAJA.
           PERFORM 808-EXEC-CICS-REWRITE
           IF WKS-EDM4CL-NORMAL
                SET EDMA-OK TO TRUE
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-DESPUES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           IF WKS-FLAG-LISTA = 1
                MOVE EDMC-MOTIVO-ELIMINACION TO EDAU-MOTIVO
           END-IF
           MOVE REG-EDMACL TO EDAU-IMAGEN-DESPUES.

      *-->BITACORA DE CAMBIO: IMAGEN ANTERIOR GUARDADA MAS LA NUEVA
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-DESPUES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           IF WKS-FLAG-LISTA = 1
                MOVE EDMC-MOTIVO-ELIMINACION TO EDAU-MOTIVO
           END-IF
           MOVE REG-EDMACL TO EDAU-IMAGEN-DESPUES.

      *-->INDICE FONETICO DEL ALTA (MISMA REGLA QUE EDID1ALI;
               NOHANDLE
           END-EXEC.

      *-->VINCULO DE REFERIDO EN AMBOS SENTIDOS, COMO EL ALTA DE
      *   EDID1ALI (NOHANDLE: SI YA EXISTIA, QUEDA COMO ESTABA)
       625-GRABA-REFERIDO.
           INITIALIZE REG-EDMREL
           MOVE EDMC-LLAVE        TO EDRL-CO-CLIENTE
           MOVE EDMA-CO-REFERENTE TO EDRL-CO-RELACION
           SET EDRL-TIPO-REFERIDO TO TRUE
           MOVE EDMA-OPERADOR     TO EDRL-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDRL-FECHA-ALTA
           MOVE SPACES TO EDRL-ESTADO
           SET EDRL-REL-ES-REFERENTE TO TRUE
           PERFORM 823-EXEC-CICS-WRITE-REL
           MOVE EDMA-CO-REFERENTE TO EDRL-CO-CLIENTE
           MOVE EDMC-LLAVE        TO EDRL-CO-RELACION
           SET EDRL-REL-ES-REFERIDO TO TRUE
           PERFORM 823-EXEC-CICS-WRITE-REL.

      *-->MANTIENE EL INDICE FONETICO EDM4FON CUANDO EL NOMBRE
      *   CAMBIO (BORRA LA FILA DE LA CLAVE ANTERIOR Y GRABA LA DE
      *   LA NUEVA) Y DEJA EL NOMBRE VIEJO EN EL HISTORIAL EDM4HIS,
           END-EXEC.

      *--> COMANDOS CICS
      *-->CON CONFLICTO DE INTERES EL CAMBIO NO SE APLICA: SE LIBERA
      *   EL REGISTRO Y LA IMAGEN PROPUESTA QUEDA EN EDM4PEN PARA QUE
      *   OTRO OPERADOR LA APRUEBE EN EDID1VLI
       650-GRABA-PENDIENTE.
           PERFORM 820-EXEC-CICS-UNLOCK
           MOVE WKS-CO-CLIENTE              TO EDPN-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDPN-FECHA-SOL
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDPN-HORA-SOL
           MOVE "P"                         TO EDPN-ESTADO
           MOVE EDMA-OPERADOR               TO EDPN-OPERADOR-SOL
           MOVE "BMA "                      TO EDPN-TERMINAL-SOL
           MOVE SPACES                      TO EDPN-OPERADOR-APR
           MOVE ZEROS                       TO EDPN-FECHA-APR
           MOVE WKS-ANTES-NOMBRE            TO EDPN-ANTES-NOMBRE
           MOVE WKS-ANTES-FECHA-NAC         TO EDPN-ANTES-FECHA-NAC
           MOVE WKS-ANTES-TELEFONO          TO EDPN-ANTES-TELEFONO
           MOVE WKS-ANTES-MARCA-ELIM        TO EDPN-ANTES-MARCA-ELIM
           MOVE REG-EDMACL                  TO EDPN-IMAGEN-NUEVA
           MOVE SPACES                      TO EDPN-MARCA-URGENTE
           SET EDPN-CONFLICTO               TO TRUE
           MOVE SPACES                      TO EDPN-FILLER
           PERFORM 821-EXEC-CICS-WRITE-PENDING
           IF WKS-EDM4PEN-NORMAL
                SET EDMA-OK-PENDIENTE TO TRUE
           ELSE
                SET EDMA-ERROR-GRABA TO TRUE
           END-IF.

       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

      *--> CONSULTA DEL NOMBRE CONTRA LAS LISTAS DE SANCIONES/PEP
       816-EXEC-CICS-LINK-LISTAS.
           EXEC CICS LINK
               PROGRAM('EDID1BLS')
               COMMAREA(REG-EDBLS)
               NOHANDLE
           END-EXEC.

      *--> LECTURA DE LA TABLA DE CIUDADES (SI LA TABLA ESTA CERRADA
      *    NO SE BLOQUEA EL MANTENIMIENTO; SOLO NOTFND RECHAZA)
       817-EXEC-CICS-READ-TAB.
                WHEN OTHER           SET WKS-EDM4TAB-OTRO   TO TRUE
           END-EVALUATE.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       818-EXEC-CICS-WRITE-AUDIT.
           MOVE "EDM4AUL " TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

      *    PREPARADOS EN WKS-CTL-DELTAS (TOLERANTE: UN PROBLEMA EN EL
      *    ARCHIVO DE CONTROL NO DETIENE LA RUTINA; EL DESCUADRE
      *    LO DETECTA EDID1R17)
       819-EXEC-CICS-LINK-CONFLICTO.
           EXEC CICS LINK
               PROGRAM('EDID1BCF')
               COMMAREA(REG-EDBCF)
               NOHANDLE
           END-EXEC.

       820-EXEC-CICS-UNLOCK.
           EXEC CICS UNLOCK
               FILE('EDM4CL')
               NOHANDLE
           END-EXEC.

       821-EXEC-CICS-WRITE-PENDING.
           EXEC CICS WRITE
               FILE('EDM4PEN')
               FROM(REG-EDMPEN)
               RIDFLD(EDPN-LLAVE)
               NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4PEN-NORMAL TO TRUE
                WHEN OTHER           SET WKS-EDM4PEN-ERROR  TO TRUE
           END-EVALUATE.

       822-EXEC-CICS-LINK-SOLO-LECT.
           EXEC CICS LINK
               PROGRAM('EDID1BSL')
               COMMAREA(REG-EDBSL)
               NOHANDLE
           END-EXEC.

       823-EXEC-CICS-WRITE-REL.
           EXEC CICS WRITE
               FILE('EDM4REL')
               FROM(REG-EDMREL)
               RIDFLD(EDRL-LLAVE)
               NOHANDLE
           END-EXEC.

       893-EXEC-CICS-UPDATE-CONTROL.
           MOVE "CONTROL " TO EDCT-LLAVE
           EXEC CICS READ
