      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1WL2                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : RESUMEN 360 DEL CLIENTE                          *
      * ARCHIVOS    : EDM4CL / EDM4NOT / EDM4TKL / EDM4DOC (ENTRADA)   *
      *               EDM4CON / EDM4REL / EDM4PDT / EDM4CAM (ENTRADA)  *
      *               EDM4WKL / EDM4PEN (ENTRADA)                      *
      * ACCION (ES) : ENTER=CONSULTAR PF1-PF9=DETALLE PF10=SALIR       *
      *               PF12=RECIENTES                                   *
      * PROGRAMA(S) : XTCL                                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * SOLO LECTURA: EN UNA SOLA PANTALLA JUNTA LO QUE EL CAJERO     *
      * BUSCABA EN OCHO PARA ATENDER UNA LLAMADA: DATOS DEL MAESTRO   *
      * Y ESTADO (SUSPENDIDO, ELIMINADO...), ULTIMA NOTA, SEGUIMIENTO *
      * PENDIENTE, PROXIMO VENCIMIENTO DE DOCUMENTO, CONSENTIMIENTOS, *
      * VINCULOS, PRODUCTOS ACTIVOS, ULTIMO CONTACTO DE CAMPANA,      *
      * PENDIENTES DE CALIDAD, SOLICITUDES POR APROBAR Y REVISION KYC.*
      * CADA PF ABRE LA PANTALLA DE DETALLE YA POSICIONADA EN EL      *
      * CLIENTE (COMMAREA EDCPOS DE 37 BYTES):                        *
      *   PF1=EDID1CL5 PF2=EDID1NLI PF3=EDID1ILI PF4=EDID1CLI         *
      *   PF5=EDID1RLI PF6=EDID1PL2 PF7=EDID1HL2 PF8=EDID1XLI         *
      *   PF9=EDID1VLI                                                *
      * TODA CONSULTA A UN CLIENTE SENSIBLE QUEDA EN EDM4VIS (RUTINA  *
      * EDID1BVJ). TRANSID EDW2, VIA OPCION DE MENU EN EDM4MNU        *
      * PF12 LLEVA A LOS CLIENTES RECIENTES DEL OPERADOR (EDID1YL2)   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1WL2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NUMERO IS '0' '1' '2' '3' '4' '5' '6' '7' '8' '9' ' '.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBVJ.
       COPY EDWL2.
       COPY EDCPOS.
       COPY EDBRC.
       COPY EDCREC.

       COPY EDMACL.
       COPY EDMNOT.
       COPY EDMTKL.
       COPY EDMDOC.
       COPY EDMCON.
       COPY EDMREL.
       COPY EDMPDT.
       COPY EDMCAM.
       COPY EDMWKL.
       COPY EDMPEN.

       01 WKS-WORK-FIELDS.
           02 WKS-END-MSG               PIC X(14)
           VALUE "MUCHAS GRACIAS".
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.

       01 WKS-EDM4CL-STATUS             PIC 99 VALUE ZEROS.
           88 WKS-EDM4CL-NORMAL         VALUE 1.
           88 WKS-EDM4CL-OTRO           VALUE 2.

      *-->LOS RECORRIDOS DEL RESUMEN SON UNO A LA VEZ Y COMPARTEN
      *   EL ESTADO DEL BROWSE
       01 WKS-BROWSE-STATUS             PIC 99 VALUE ZEROS.
           88 WKS-BROWSE-NORMAL         VALUE 1.
           88 WKS-BROWSE-FIN            VALUE 2.

       01 WKS-FLAGS.
           02 WKS-OUTPUT-MSG            PIC 99 VALUE ZEROS.
                88 WKS-MSG-NOCOMAND     VALUE 1.
                88 WKS-MSG-NONUMERIC    VALUE 2.
                88 WKS-MSG-NOTFND       VALUE 3.
                88 WKS-MSG-RESUMEN      VALUE 4.
                88 WKS-MSG-SINCLIENTE   VALUE 5.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-AUX                   PIC 99 VALUE ZEROS.

      *-->ACUMULADORES DEL RESUMEN
       01 WKS-CONTADORES.
           02 WKS-CANT-SEGUIM           PIC 9(03) VALUE ZEROS.
           02 WKS-CANT-RELACION         PIC 9(03) VALUE ZEROS.
           02 WKS-CANT-PRODUCTO         PIC 9(03) VALUE ZEROS.
           02 WKS-CANT-WKL              PIC 9(03) VALUE ZEROS.
           02 WKS-CANT-PEN              PIC 9(03) VALUE ZEROS.
           02 WKS-CANT-ED               PIC ZZ9.
           02 WKS-SEGUIM-PROXIMO        PIC 9(08) VALUE ZEROS.
           02 WKS-DOC-VENCE-MIN         PIC 9(08) VALUE ZEROS.
           02 WKS-DOC-TIPO-MIN          PIC X(02) VALUE SPACES.

       01 WKS-PROGRAM-SPECS.
           02 WKS-PROGRAM-NAME          PIC X(08) VALUE "EDID1WL2".
           02 WKS-PROGRAM-1             PIC X(08) VALUE "EDID1YL5".
           02 WKS-PROGRAM-DETALLE       PIC X(08) VALUE SPACES.
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-CO-CLIENTE    PIC 9(08).
               03 WKS-COM-CARGADO       PIC 9(01).

      *-->ARCHIVOS DE LA SESION: EN ENTRENAMIENTO EL MAESTRO SE
      *   CAMBIA A LA COPIA DE PRACTICA (008-AJUSTA-ARCHIVOS)
       01 WKS-ARCHIVOS-SESION.
           02 WKS-FILE-CLIENTES        PIC X(08) VALUE "EDM4CL  ".

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
           02 WKS-DATE-FORMAT           PIC 99/99/9999.
           02 WKS-FECHA-ED              PIC 99/99/9999.
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(38).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (SOLO LA PROPIA DE 38 BYTES SE RESTAURA
      *   COMPLETA; OTRA LONGITUD SOLO APORTA LA SESION EDCOM)
           IF EIBCALEN = 38
                MOVE DFHCOMMAREA TO WKS-COMMAREA
           ELSE
                IF EIBCALEN NOT = 0
                     MOVE DFHCOMMAREA(1:29) TO WKS-COMMAREA(1:29)
                END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 008-AJUSTA-ARCHIVOS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY

      *-->EVALUATE PARA LA ACCION DE CADA TECLA
           EVALUATE TRUE
                WHEN EIBCALEN = 37
                    PERFORM 150-ACCION-POSICIONADA
                WHEN EIBCALEN NOT = 38
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                WHEN EIBAID = DFHPF2
                WHEN EIBAID = DFHPF3
                WHEN EIBAID = DFHPF4
                WHEN EIBAID = DFHPF5
                WHEN EIBAID = DFHPF6
                WHEN EIBAID = DFHPF7
                WHEN EIBAID = DFHPF8
                WHEN EIBAID = DFHPF9
                    PERFORM 300-ACCION-DETALLE
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN EIBAID = DFHPF12
                    PERFORM 550-ACCION-PF12
                WHEN OTHER
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ENTRADA POSICIONADA (COMMAREA EDCPOS): AL VOLVER DE UNA
      *   PANTALLA DE DETALLE SE MUESTRA DE UNA VEZ EL MISMO CLIENTE
       150-ACCION-POSICIONADA.
           MOVE DFHCOMMAREA(1:37) TO WKS-COM-POSICIONADA
           MOVE LOW-VALUES TO EDWL2I
           MOVE WKS-CPO-CO-CLIENTE TO EDWL2-CO-CLIENTEI
           PERFORM 801-EXEC-CICS-SEND-ERASE
           PERFORM 205-CONSULTA-CLIENTE
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA CONSULTAR EL RESUMEN DE UN CLIENTE
       200-ACCION-ENTER.
           PERFORM 805-EXEC-CICS-RECEIVE
           PERFORM 205-CONSULTA-CLIENTE
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->VALIDA EL CODIGO Y ARMA CADA BLOQUE DEL RESUMEN
       205-CONSULTA-CLIENTE.
           PERFORM 215-LIMPIA-RESUMEN
           PERFORM 210-VALID-FIELD-1
           IF WKS-FLAG-INVALID = ZEROS
                MOVE WKS-CO-CLIENTE TO WKS-COM-CO-CLIENTE
                MOVE 1 TO WKS-COM-CARGADO
                PERFORM 295-ANOTA-RECIENTE
                PERFORM 220-PROCESS-MAESTRO
                PERFORM 230-PROCESS-ULTIMA-NOTA
                PERFORM 235-PROCESS-SEGUIMIENTO
                PERFORM 240-PROCESS-DOCUMENTOS
                PERFORM 245-PROCESS-CONSENTIM
                PERFORM 250-PROCESS-VINCULOS
                PERFORM 255-PROCESS-PRODUCTOS
                PERFORM 260-PROCESS-CAMPANA
                PERFORM 265-PROCESS-CALIDAD
                PERFORM 270-PROCESS-SOLICITUDES
                SET WKS-MSG-RESUMEN TO TRUE
           ELSE
                MOVE ZEROS TO WKS-COM-CARGADO
           END-IF.

      *-->VALIDA EL CODIGO CONTRA EL MAESTRO (CUALQUIER ESTADO: EL
      *   RESUMEN TAMBIEN MUESTRA A LOS SUSPENDIDOS Y ELIMINADOS)
       210-VALID-FIELD-1.
           INITIALIZE WKS-FLAG-INVALID
           MOVE DFHTURQ TO EDWL2-CO-CLIENTEC
           MOVE -1 TO EDWL2-CO-CLIENTEL
           IF EDWL2-CO-CLIENTEI NOT > SPACES
           OR EDWL2-CO-CLIENTEI NOT NUMERO
                SET WKS-MSG-NONUMERIC TO TRUE
                MOVE 1 TO WKS-FLAG-INVALID
           ELSE
                INITIALIZE WKS-CO-CLIENTE
                INITIALIZE WKS-INDEX
                MOVE 9 TO WKS-AUX
                PERFORM VARYING WKS-INDEX FROM 8 BY -1
                UNTIL WKS-INDEX = ZEROS
                    IF EDWL2-CO-CLIENTEI(WKS-INDEX:1) NOT EQUAL ' '
                        SUBTRACT 1 FROM WKS-AUX
                        MOVE EDWL2-CO-CLIENTEI(WKS-INDEX:1)
                        TO WKS-CO-CLIENTE(WKS-AUX:1)
                    END-IF
                END-PERFORM
                MOVE WKS-CO-CLIENTE TO EDWL2-CO-CLIENTEO
                MOVE WKS-CO-CLIENTE TO EDMC-LLAVE
                PERFORM 806-EXEC-CICS-READ-CL
                IF NOT WKS-EDM4CL-NORMAL
                     SET WKS-MSG-NOTFND TO TRUE
                     MOVE 1 TO WKS-FLAG-INVALID
                END-IF
           END-IF
           IF WKS-FLAG-INVALID = 1
                MOVE DFHRED TO EDWL2-CO-CLIENTEC
           END-IF.

      *-->DEJA EN BLANCO TODOS LOS BLOQUES ANTES DE CADA CONSULTA
       215-LIMPIA-RESUMEN.
           MOVE SPACES TO EDWL2-NOM-CLIENTEO
           MOVE SPACES TO EDWL2-TIPOO
           MOVE SPACES TO EDWL2-SUCURSALO
           MOVE SPACES TO EDWL2-TELEFONOO
           MOVE SPACES TO EDWL2-FECHA-NACO
           MOVE SPACES TO EDWL2-ESTADOO
           MOVE SPACES TO EDWL2-FECHA-ESTADOO
           MOVE SPACES TO EDWL2-ALTAO
           MOVE SPACES TO EDWL2-KYCO
           MOVE SPACES TO EDWL2-KYC-AVISOO
           MOVE SPACES TO EDWL2-NOTA-FECHAO
           MOVE SPACES TO EDWL2-NOTA-TEXTOO
           MOVE SPACES TO EDWL2-SEGUIM-CANTO
           MOVE SPACES TO EDWL2-SEGUIM-FECHAO
           MOVE SPACES TO EDWL2-DOC-TIPOO
           MOVE SPACES TO EDWL2-DOC-VENCEO
           MOVE SPACES TO EDWL2-DOC-AVISOO
           MOVE SPACES TO EDWL2-CON-CARTAO
           MOVE SPACES TO EDWL2-CON-TELEFONOO
           MOVE SPACES TO EDWL2-CON-MOVILO
           MOVE SPACES TO EDWL2-RELACIONESO
           MOVE SPACES TO EDWL2-PRODUCTOSO
           MOVE SPACES TO EDWL2-CAM-CAMPANAO
           MOVE SPACES TO EDWL2-CAM-FECHAO
           MOVE SPACES TO EDWL2-CAM-CANALO
           MOVE SPACES TO EDWL2-CAM-RESPO
           MOVE SPACES TO EDWL2-WKL-PENDO
           MOVE SPACES TO EDWL2-PEN-PENDO.

      *-->DATOS DEL MAESTRO, ESTADO Y REVISION KYC
       220-PROCESS-MAESTRO.
           MOVE EDMC-NOMBRE-CLIENTE TO EDWL2-NOM-CLIENTEO
           IF EDMC-TIPO-COMPANIA
                MOVE "COMPANIA" TO EDWL2-TIPOO
           ELSE
                MOVE "PERSONA " TO EDWL2-TIPOO
           END-IF
           MOVE EDMC-SUCURSAL TO EDWL2-SUCURSALO
      *-->CLIENTES SENSIBLES: FECHA Y TELEFONO ENMASCARADOS PARA
      *   OPERADORES SIN ROL DE SUPERVISOR. EL RESUMEN MUESTRA NOTAS
      *   Y PRODUCTOS AUN CON EL DATO ENMASCARADO, POR ESO TODA
      *   CONSULTA A UN SENSIBLE QUEDA EN LA BITACORA
           IF EDMC-SENSIBLE
           AND NOT WKS-COM-ROL-SUPERVISOR
           AND NOT WKS-COM-ROL-ADMIN
                MOVE "**/**/****" TO EDWL2-FECHA-NACO
                MOVE "********"   TO EDWL2-TELEFONOO
           ELSE
                MOVE EDMC-FECHA-NAC-O-CONSTITUC TO WKS-DATE-FORMAT
                MOVE WKS-DATE-FORMAT            TO EDWL2-FECHA-NACO
                MOVE EDMC-NUMERO-TELEFONO       TO EDWL2-TELEFONOO
           END-IF
           IF EDMC-SENSIBLE
                PERFORM 225-LINK-VISTA-SENSIBLE
           END-IF
           EVALUATE EDMC-MARCA-ELIMINADO
                WHEN SPACE
                     MOVE "ACTIVO"      TO EDWL2-ESTADOO
                WHEN "S"
                     MOVE "SUSPENDIDO"  TO EDWL2-ESTADOO
                WHEN "D"
                     MOVE "ELIMINADO"   TO EDWL2-ESTADOO
                WHEN "A"
                     MOVE "ANONIMIZADO" TO EDWL2-ESTADOO
                WHEN "M"
                     MOVE "FUSIONADO"   TO EDWL2-ESTADOO
                WHEN OTHER
                     MOVE EDMC-MARCA-ELIMINADO TO EDWL2-ESTADOO
           END-EVALUATE
           IF EDMC-MARCA-ELIMINADO NOT = SPACE
           AND EDMC-FECHA-MARCA-ELIM > ZEROS
                MOVE EDMC-FECHA-MARCA-ELIM TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED TO EDWL2-FECHA-ESTADOO
           END-IF
           IF EDMC-ALTA-PENDIENTE
                MOVE "PENDIENTE" TO EDWL2-ALTAO
           END-IF
           IF EDMC-FECHA-PROX-REV > ZEROS
                MOVE EDMC-FECHA-PROX-REV TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED TO EDWL2-KYCO
                IF EDMC-FECHA-PROX-REV < WKS-FECHA-HOY
                     MOVE "VENCIDA" TO EDWL2-KYC-AVISOO
                END-IF
           END-IF.

      *-->RASTRO DE CONSULTA A SENSIBLE EN EDM4VIS (RUTINA EDID1BVJ;
      *   NOHANDLE: LA BITACORA NUNCA DETIENE LA CONSULTA)
       225-LINK-VISTA-SENSIBLE.
           MOVE EDMC-LLAVE TO EDVJ-CO-CLIENTE
           MOVE WKS-COM-OPERADOR-ID TO EDVJ-OPERADOR
           MOVE EIBTRMID TO EDVJ-TERMINAL
           MOVE WKS-PROGRAM-NAME TO EDVJ-PANTALLA
           EXEC CICS LINK
               PROGRAM('EDID1BVJ')
               COMMAREA(REG-EDBVJ)
               NOHANDLE
           END-EXEC.

      *-->ULTIMA NOTA: BROWSE HACIA ATRAS DESDE EL FINAL DE LA LLAVE
      *   DEL CLIENTE (SI NO HAY LLAVE MAYOR, DESDE EL FIN DEL ARCHIVO)
       230-PROCESS-ULTIMA-NOTA.
           MOVE WKS-COM-CO-CLIENTE TO EDNT-CO-CLIENTE
           MOVE 99999999           TO EDNT-FECHA
           MOVE 999999             TO EDNT-HORA
           PERFORM 810-EXEC-CICS-STARTBR-NOT
           IF NOT WKS-BROWSE-NORMAL
                MOVE HIGH-VALUES TO EDNT-LLAVE
                PERFORM 810-EXEC-CICS-STARTBR-NOT
           END-IF
           IF WKS-BROWSE-NORMAL
                PERFORM UNTIL NOT WKS-BROWSE-NORMAL
                     PERFORM 811-EXEC-CICS-READPREV-NOT
                     IF WKS-BROWSE-NORMAL
                          IF EDNT-CO-CLIENTE = WKS-COM-CO-CLIENTE
                               MOVE EDNT-FECHA TO WKS-FECHA-AAAAMMDD
                               PERFORM 290-FORMATEA-FECHA
                               MOVE WKS-FECHA-ED TO EDWL2-NOTA-FECHAO
                               MOVE EDNT-TEXTO   TO EDWL2-NOTA-TEXTOO
                               SET WKS-BROWSE-FIN TO TRUE
                          ELSE
                               IF EDNT-CO-CLIENTE < WKS-COM-CO-CLIENTE
                                    SET WKS-BROWSE-FIN TO TRUE
                               END-IF
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 812-EXEC-CICS-ENDBR-NOT
           END-IF.

      *-->SEGUIMIENTOS PENDIENTES: EDM4TKL VA POR FECHA DE SEGUIMIENTO
      *   Y NO TIENE LLAVE DE CLIENTE, SE RECORRE COMPLETO Y EL
      *   PRIMERO DEL CLIENTE ES EL MAS PROXIMO
       235-PROCESS-SEGUIMIENTO.
           MOVE ZEROS TO WKS-CANT-SEGUIM
           MOVE ZEROS TO WKS-SEGUIM-PROXIMO
           MOVE LOW-VALUES TO EDTK-LLAVE
           PERFORM 813-EXEC-CICS-STARTBR-TKL
           IF WKS-BROWSE-NORMAL
                PERFORM UNTIL NOT WKS-BROWSE-NORMAL
                     PERFORM 814-EXEC-CICS-READNEXT-TKL
                     IF WKS-BROWSE-NORMAL
                     AND EDTK-CO-CLIENTE = WKS-COM-CO-CLIENTE
                     AND EDTK-PENDIENTE
                          IF WKS-CANT-SEGUIM = ZEROS
                               MOVE EDTK-FECHA-SEGUIM
                                 TO WKS-SEGUIM-PROXIMO
                          END-IF
                          IF WKS-CANT-SEGUIM < 999
                               ADD 1 TO WKS-CANT-SEGUIM
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 815-EXEC-CICS-ENDBR-TKL
           END-IF
           MOVE WKS-CANT-SEGUIM TO WKS-CANT-ED
           MOVE WKS-CANT-ED     TO EDWL2-SEGUIM-CANTO
           IF WKS-SEGUIM-PROXIMO > ZEROS
                MOVE WKS-SEGUIM-PROXIMO TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED TO EDWL2-SEGUIM-FECHAO
           END-IF.

      *-->PROXIMO VENCIMIENTO: EL MENOR DE LOS DOCUMENTOS QUE VENCEN
      *   (CEROS ES SIN VENCIMIENTO); SI YA PASO SE AVISA VENCIDO
       240-PROCESS-DOCUMENTOS.
           MOVE ZEROS  TO WKS-DOC-VENCE-MIN
           MOVE SPACES TO WKS-DOC-TIPO-MIN
           MOVE WKS-COM-CO-CLIENTE TO EDDC-CO-CLIENTE
           MOVE LOW-VALUES         TO EDDC-TIPO-DOC
           PERFORM 816-EXEC-CICS-STARTBR-DOC
           IF WKS-BROWSE-NORMAL
                PERFORM UNTIL NOT WKS-BROWSE-NORMAL
                     PERFORM 817-EXEC-CICS-READNEXT-DOC
                     IF WKS-BROWSE-NORMAL
                          IF EDDC-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                               SET WKS-BROWSE-FIN TO TRUE
                          ELSE
                               IF EDDC-FECHA-VENCE > ZEROS
                               AND (WKS-DOC-VENCE-MIN = ZEROS
                                OR EDDC-FECHA-VENCE < WKS-DOC-VENCE-MIN)
                                    MOVE EDDC-FECHA-VENCE
                                      TO WKS-DOC-VENCE-MIN
                                    MOVE EDDC-TIPO-DOC
                                      TO WKS-DOC-TIPO-MIN
                               END-IF
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 818-EXEC-CICS-ENDBR-DOC
           END-IF
           IF WKS-DOC-VENCE-MIN > ZEROS
                MOVE WKS-DOC-TIPO-MIN  TO EDWL2-DOC-TIPOO
                MOVE WKS-DOC-VENCE-MIN TO WKS-FECHA-AAAAMMDD
                PERFORM 290-FORMATEA-FECHA
                MOVE WKS-FECHA-ED TO EDWL2-DOC-VENCEO
                IF WKS-DOC-VENCE-MIN < WKS-FECHA-HOY
                     MOVE "VENCIDO" TO EDWL2-DOC-AVISOO
                END-IF
           END-IF.

      *-->CONSENTIMIENTO POR CANAL: SOLO UN VETO VIGENTE MARCA "N";
      *   SIN FILA EL CANAL QUEDA PERMITIDO (MISMA REGLA DE EDID1TLI)
       245-PROCESS-CONSENTIM.
           MOVE "C" TO EDCO-CANAL
           PERFORM 247-EVALUA-CANAL
           MOVE EDCO-PERMITIDO TO EDWL2-CON-CARTAO
           MOVE "T" TO EDCO-CANAL
           PERFORM 247-EVALUA-CANAL
           MOVE EDCO-PERMITIDO TO EDWL2-CON-TELEFONOO
           MOVE "M" TO EDCO-CANAL
           PERFORM 247-EVALUA-CANAL
           MOVE EDCO-PERMITIDO TO EDWL2-CON-MOVILO.

       247-EVALUA-CANAL.
           MOVE WKS-COM-CO-CLIENTE TO EDCO-CO-CLIENTE
           PERFORM 819-EXEC-CICS-READ-CON
           IF WKS-BROWSE-NORMAL
           AND EDCO-CONTACTO-VETADO
           AND EDCO-FECHA-INICIO NOT > WKS-FECHA-HOY
           AND (EDCO-FECHA-FIN = ZEROS
                OR EDCO-FECHA-FIN NOT < WKS-FECHA-HOY)
                MOVE "N" TO EDCO-PERMITIDO
           ELSE
                MOVE "S" TO EDCO-PERMITIDO
           END-IF.

      *-->VINCULOS VIGENTES DEL CLIENTE (EDM4REL)
       250-PROCESS-VINCULOS.
           MOVE ZEROS TO WKS-CANT-RELACION
           MOVE WKS-COM-CO-CLIENTE TO EDRL-CO-CLIENTE
           MOVE ZEROS              TO EDRL-CO-RELACION
           PERFORM 820-EXEC-CICS-STARTBR-REL
           IF WKS-BROWSE-NORMAL
                PERFORM UNTIL NOT WKS-BROWSE-NORMAL
                     PERFORM 821-EXEC-CICS-READNEXT-REL
                     IF WKS-BROWSE-NORMAL
                          IF EDRL-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                               SET WKS-BROWSE-FIN TO TRUE
                          ELSE
                               IF EDRL-VIGENTE
                               AND WKS-CANT-RELACION < 999
                                    ADD 1 TO WKS-CANT-RELACION
                               END-IF
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 822-EXEC-CICS-ENDBR-REL
           END-IF
           MOVE WKS-CANT-RELACION TO WKS-CANT-ED
           MOVE WKS-CANT-ED       TO EDWL2-RELACIONESO.

      *-->PRODUCTOS ACTIVOS DEL DETALLE (EDM4PDT)
       255-PROCESS-PRODUCTOS.
           MOVE ZEROS TO WKS-CANT-PRODUCTO
           MOVE WKS-COM-CO-CLIENTE TO EDPD-CO-CLIENTE
           MOVE SPACES             TO EDPD-PRODUCTO
           PERFORM 823-EXEC-CICS-STARTBR-PDT
           IF WKS-BROWSE-NORMAL
                PERFORM UNTIL NOT WKS-BROWSE-NORMAL
                     PERFORM 824-EXEC-CICS-READNEXT-PDT
                     IF WKS-BROWSE-NORMAL
                          IF EDPD-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                               SET WKS-BROWSE-FIN TO TRUE
                          ELSE
                               IF EDPD-ACTIVO
                               AND WKS-CANT-PRODUCTO < 999
                                    ADD 1 TO WKS-CANT-PRODUCTO
                               END-IF
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 825-EXEC-CICS-ENDBR-PDT
           END-IF
           MOVE WKS-CANT-PRODUCTO TO WKS-CANT-ED
           MOVE WKS-CANT-ED       TO EDWL2-PRODUCTOSO.

      *-->ULTIMO CONTACTO DE CAMPANA: BROWSE HACIA ATRAS IGUAL QUE
      *   LA ULTIMA NOTA
       260-PROCESS-CAMPANA.
           MOVE WKS-COM-CO-CLIENTE TO EDCA-CO-CLIENTE
           MOVE 99999999           TO EDCA-FECHA
           MOVE HIGH-VALUES        TO EDCA-CAMPANA
           PERFORM 826-EXEC-CICS-STARTBR-CAM
           IF NOT WKS-BROWSE-NORMAL
                MOVE HIGH-VALUES TO EDCA-LLAVE
                PERFORM 826-EXEC-CICS-STARTBR-CAM
           END-IF
           IF WKS-BROWSE-NORMAL
                PERFORM UNTIL NOT WKS-BROWSE-NORMAL
                     PERFORM 827-EXEC-CICS-READPREV-CAM
                     IF WKS-BROWSE-NORMAL
                          IF EDCA-CO-CLIENTE = WKS-COM-CO-CLIENTE
                               MOVE EDCA-CAMPANA TO EDWL2-CAM-CAMPANAO
                               MOVE EDCA-FECHA TO WKS-FECHA-AAAAMMDD
                               PERFORM 290-FORMATEA-FECHA
                               MOVE WKS-FECHA-ED TO EDWL2-CAM-FECHAO
                               MOVE EDCA-CANAL     TO EDWL2-CAM-CANALO
                               MOVE EDCA-RESPUESTA TO EDWL2-CAM-RESPO
                               SET WKS-BROWSE-FIN TO TRUE
                          ELSE
                               IF EDCA-CO-CLIENTE < WKS-COM-CO-CLIENTE
                                    SET WKS-BROWSE-FIN TO TRUE
                               END-IF
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 828-EXEC-CICS-ENDBR-CAM
           END-IF.

      *-->PENDIENTES DE LA LISTA DE TRABAJO DE CALIDAD (EDM4WKL)
       265-PROCESS-CALIDAD.
           MOVE ZEROS TO WKS-CANT-WKL
           MOVE WKS-COM-CO-CLIENTE TO EDWK-CO-CLIENTE
           MOVE LOW-VALUES         TO EDWK-PROBLEMA
           PERFORM 829-EXEC-CICS-STARTBR-WKL
           IF WKS-BROWSE-NORMAL
                PERFORM UNTIL NOT WKS-BROWSE-NORMAL
                     PERFORM 830-EXEC-CICS-READNEXT-WKL
                     IF WKS-BROWSE-NORMAL
                          IF EDWK-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                               SET WKS-BROWSE-FIN TO TRUE
                          ELSE
                               IF EDWK-PENDIENTE
                               AND WKS-CANT-WKL < 999
                                    ADD 1 TO WKS-CANT-WKL
                               END-IF
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 831-EXEC-CICS-ENDBR-WKL
           END-IF
           MOVE WKS-CANT-WKL TO WKS-CANT-ED
           MOVE WKS-CANT-ED  TO EDWL2-WKL-PENDO.

      *-->SOLICITUDES DE CAMBIO POR APROBAR (EDM4PEN)
       270-PROCESS-SOLICITUDES.
           MOVE ZEROS TO WKS-CANT-PEN
           MOVE WKS-COM-CO-CLIENTE TO EDPN-CO-CLIENTE
           MOVE ZEROS              TO EDPN-FECHA-SOL
           MOVE ZEROS              TO EDPN-HORA-SOL
           PERFORM 832-EXEC-CICS-STARTBR-PEN
           IF WKS-BROWSE-NORMAL
                PERFORM UNTIL NOT WKS-BROWSE-NORMAL
                     PERFORM 833-EXEC-CICS-READNEXT-PEN
                     IF WKS-BROWSE-NORMAL
                          IF EDPN-CO-CLIENTE NOT = WKS-COM-CO-CLIENTE
                               SET WKS-BROWSE-FIN TO TRUE
                          ELSE
                               IF EDPN-PENDIENTE
                               AND WKS-CANT-PEN < 999
                                    ADD 1 TO WKS-CANT-PEN
                               END-IF
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 834-EXEC-CICS-ENDBR-PEN
           END-IF
           MOVE WKS-CANT-PEN TO WKS-CANT-ED
           MOVE WKS-CANT-ED  TO EDWL2-PEN-PENDO.

      *-->CONVIERTE WKS-FECHA-AAAAMMDD A DD/MM/AAAA EN WKS-FECHA-ED
       290-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

      *-->ANOTA EL CLIENTE EN LA LISTA DE RECIENTES DEL OPERADOR
      *   (RUTINA EDID1BRC; NOHANDLE: LA LISTA NUNCA DETIENE LA
      *   CONSULTA). LA PRACTICA DE ENTRENAMIENTO NO SE ANOTA
       295-ANOTA-RECIENTE.
           IF NOT WKS-COM-EN-ENTRENA
                MOVE WKS-COM-OPERADOR-ID TO EDRB-OPERADOR
                MOVE WKS-COM-CO-CLIENTE  TO EDRB-CO-CLIENTE
                MOVE WKS-PROGRAM-NAME    TO EDRB-PANTALLA
                EXEC CICS LINK
                    PROGRAM('EDID1BRC')
                    COMMAREA(REG-EDBRC)
                    NOHANDLE
                END-EXEC
           END-IF.

      *-->ACCION PARA ABRIR UNA PANTALLA DE DETALLE YA POSICIONADA
      *   EN EL CLIENTE DEL RESUMEN (COMMAREA EDCPOS)
       300-ACCION-DETALLE.
           IF WKS-COM-CARGADO NOT = 1
                SET WKS-MSG-SINCLIENTE TO TRUE
                PERFORM 802-EXEC-CICS-SEND-DATA
                PERFORM 804-EXEC-CICS-RETURN
           ELSE
                EVALUATE EIBAID
                     WHEN DFHPF1 MOVE "EDID1CL5" TO WKS-PROGRAM-DETALLE
                     WHEN DFHPF2 MOVE "EDID1NLI" TO WKS-PROGRAM-DETALLE
                     WHEN DFHPF3 MOVE "EDID1ILI" TO WKS-PROGRAM-DETALLE
                     WHEN DFHPF4 MOVE "EDID1CLI" TO WKS-PROGRAM-DETALLE
                     WHEN DFHPF5 MOVE "EDID1RLI" TO WKS-PROGRAM-DETALLE
                     WHEN DFHPF6 MOVE "EDID1PL2" TO WKS-PROGRAM-DETALLE
                     WHEN DFHPF7 MOVE "EDID1HL2" TO WKS-PROGRAM-DETALLE
                     WHEN DFHPF8 MOVE "EDID1XLI" TO WKS-PROGRAM-DETALLE
                     WHEN DFHPF9 MOVE "EDID1VLI" TO WKS-PROGRAM-DETALLE
                END-EVALUATE
                MOVE WKS-COMMAREA(1:29) TO WKS-CPO-SESION
                MOVE WKS-COM-CO-CLIENTE TO WKS-CPO-CO-CLIENTE
                PERFORM 809-EXEC-CICS-XCTL-DETALLE
                PERFORM 999-END-PROGRAM
           END-IF.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 808-EXEC-CICS-XCTL-PROGRAM-1
           PERFORM 999-END-PROGRAM.

      *-->ACCION PARA IR A LA LISTA DE CLIENTES RECIENTES (EDID1YL2,
      *   COMMAREA EDCREC); SU PF10 REGRESA A ESTA PANTALLA CON EL
      *   MISMO CLIENTE
       550-ACCION-PF12.
           MOVE WKS-COMMAREA(1:29) TO WKS-CRC-SESION
           MOVE WKS-PROGRAM-NAME   TO WKS-CRC-ORIGEN
           IF WKS-COM-CARGADO = 1
                MOVE WKS-COM-CO-CLIENTE TO WKS-CRC-CO-CLIENTE
           ELSE
                MOVE ZEROS TO WKS-CRC-CO-CLIENTE
           END-IF
           EXEC CICS XCTL
               PROGRAM('EDID1YL2')
               COMMAREA(WKS-COM-RECIENTES)
           END-EXEC
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       600-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *--> COMANDOS CICS
       801-EXEC-CICS-SEND-ERASE.
           EXEC CICS SEND
                MAP('EDWL2')
                MAPSET('EDWL2')
                ERASE
           END-EXEC.

       802-EXEC-CICS-SEND-DATA.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDWL2')
                MAPSET('EDWL2')
                DATAONLY
           END-EXEC.

       803-EXEC-CICS-SEND-DATA-CURSOR.
           PERFORM 998-PROCESS-DEFAULT-DATA
           PERFORM 997-PROCESS-OUTPUT-MSG
           EXEC CICS SEND
                MAP('EDWL2')
                MAPSET('EDWL2')
                DATAONLY
                CURSOR
           END-EXEC.

       804-EXEC-CICS-RETURN.
           EXEC CICS RETURN
                TRANSID('EDW2')
                COMMAREA(WKS-COMMAREA)
           END-EXEC.

       805-EXEC-CICS-RECEIVE.
           EXEC CICS RECEIVE
                MAP ('EDWL2')
                MAPSET ('EDWL2')
           END-EXEC.

       806-EXEC-CICS-READ-CL.
           EXEC CICS READ
               FILE(WKS-FILE-CLIENTES)
               INTO(REG-EDMACL)
               RIDFLD(EDMC-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-EDM4CL-NORMAL TO TRUE
           ELSE
                SET WKS-EDM4CL-OTRO TO TRUE
           END-IF.

       808-EXEC-CICS-XCTL-PROGRAM-1.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-1)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       809-EXEC-CICS-XCTL-DETALLE.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-DETALLE)
               COMMAREA(WKS-COM-POSICIONADA)
           END-EXEC.

       810-EXEC-CICS-STARTBR-NOT.
           EXEC CICS STARTBR
               FILE('EDM4NOT')
               RIDFLD(EDNT-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       811-EXEC-CICS-READPREV-NOT.
           EXEC CICS READPREV
               FILE('EDM4NOT')
               INTO(REG-EDMNOT)
               RIDFLD(EDNT-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       812-EXEC-CICS-ENDBR-NOT.
           EXEC CICS ENDBR
               FILE('EDM4NOT')
               NOHANDLE
           END-EXEC.

       813-EXEC-CICS-STARTBR-TKL.
           EXEC CICS STARTBR
               FILE('EDM4TKL')
               RIDFLD(EDTK-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       814-EXEC-CICS-READNEXT-TKL.
           EXEC CICS READNEXT
               FILE('EDM4TKL')
               INTO(REG-EDMTKL)
               RIDFLD(EDTK-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       815-EXEC-CICS-ENDBR-TKL.
           EXEC CICS ENDBR
               FILE('EDM4TKL')
               NOHANDLE
           END-EXEC.

       816-EXEC-CICS-STARTBR-DOC.
           EXEC CICS STARTBR
               FILE('EDM4DOC')
               RIDFLD(EDDC-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       817-EXEC-CICS-READNEXT-DOC.
           EXEC CICS READNEXT
               FILE('EDM4DOC')
               INTO(REG-EDMDOC)
               RIDFLD(EDDC-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       818-EXEC-CICS-ENDBR-DOC.
           EXEC CICS ENDBR
               FILE('EDM4DOC')
               NOHANDLE
           END-EXEC.

       819-EXEC-CICS-READ-CON.
           EXEC CICS READ
               FILE('EDM4CON')
               INTO(REG-EDMCON)
               RIDFLD(EDCO-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       820-EXEC-CICS-STARTBR-REL.
           EXEC CICS STARTBR
               FILE('EDM4REL')
               RIDFLD(EDRL-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       821-EXEC-CICS-READNEXT-REL.
           EXEC CICS READNEXT
               FILE('EDM4REL')
               INTO(REG-EDMREL)
               RIDFLD(EDRL-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       822-EXEC-CICS-ENDBR-REL.
           EXEC CICS ENDBR
               FILE('EDM4REL')
               NOHANDLE
           END-EXEC.

       823-EXEC-CICS-STARTBR-PDT.
           EXEC CICS STARTBR
               FILE('EDM4PDT')
               RIDFLD(EDPD-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       824-EXEC-CICS-READNEXT-PDT.
           EXEC CICS READNEXT
               FILE('EDM4PDT')
               INTO(REG-EDMPDT)
               RIDFLD(EDPD-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       825-EXEC-CICS-ENDBR-PDT.
           EXEC CICS ENDBR
               FILE('EDM4PDT')
               NOHANDLE
           END-EXEC.

       826-EXEC-CICS-STARTBR-CAM.
           EXEC CICS STARTBR
               FILE('EDM4CAM')
               RIDFLD(EDCA-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       827-EXEC-CICS-READPREV-CAM.
           EXEC CICS READPREV
               FILE('EDM4CAM')
               INTO(REG-EDMCAM)
               RIDFLD(EDCA-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       828-EXEC-CICS-ENDBR-CAM.
           EXEC CICS ENDBR
               FILE('EDM4CAM')
               NOHANDLE
           END-EXEC.

       829-EXEC-CICS-STARTBR-WKL.
           EXEC CICS STARTBR
               FILE('EDM4WKL')
               RIDFLD(EDWK-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       830-EXEC-CICS-READNEXT-WKL.
           EXEC CICS READNEXT
               FILE('EDM4WKL')
               INTO(REG-EDMWKL)
               RIDFLD(EDWK-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       831-EXEC-CICS-ENDBR-WKL.
           EXEC CICS ENDBR
               FILE('EDM4WKL')
               NOHANDLE
           END-EXEC.

       832-EXEC-CICS-STARTBR-PEN.
           EXEC CICS STARTBR
               FILE('EDM4PEN')
               RIDFLD(EDPN-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       833-EXEC-CICS-READNEXT-PEN.
           EXEC CICS READNEXT
               FILE('EDM4PEN')
               INTO(REG-EDMPEN)
               RIDFLD(EDPN-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP.

       834-EXEC-CICS-ENDBR-PEN.
           EXEC CICS ENDBR
               FILE('EDM4PEN')
               NOHANDLE
           END-EXEC.

       898-EVALUATE-DFHRESP.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-BROWSE-NORMAL TO TRUE
                WHEN OTHER           SET WKS-BROWSE-FIN    TO TRUE
           END-EVALUATE.

      *--> PROCESAR MENSAJES DE SALIDA
       997-PROCESS-OUTPUT-MSG.
           IF WKS-MSG-NOCOMAND
                MOVE "COMANDO INACTIVO"
                TO EDWL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NONUMERIC
                MOVE "CODIGO DE CLIENTE INCORRECTO"
                TO EDWL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-NOTFND
                MOVE "NO SE ENCONTRO"
                TO EDWL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-RESUMEN
                MOVE "PF1-PF9=DETALLE DEL CLIENTE PF10=SALIR"
                TO EDWL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SINCLIENTE
                MOVE "CONSULTE PRIMERO UN CLIENTE"
                TO EDWL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDWL2-OUTPUT-MSGC
                MOVE SPACES   TO EDWL2-OUTPUT-MSGO
           END-IF
           MOVE ZEROS TO WKS-OUTPUT-MSG.

      *--> PROCESAR DATOS POR DEFECTO
       998-PROCESS-DEFAULT-DATA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WKS-DATE-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WKS-DATE-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WKS-DATE-DD
           MOVE WKS-DATE-SIS TO EDWL2-DATE-SISO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDWL2-TIME-SISO.

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

      *-->SESION DE ENTRENAMIENTO: EL MAESTRO SE LEE DE LA COPIA DE
      *   PRACTICA
       008-AJUSTA-ARCHIVOS.
           IF WKS-COM-EN-ENTRENA
                MOVE "EDM4CLT " TO WKS-FILE-CLIENTES
           END-IF.

      *--> TERMINACION DEL PROGRAMA
       999-END-PROGRAM.
           MOVE SPACE TO EDWL2I
           EXEC CICS SEND
               TEXT
               FROM(WKS-END-MSG)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
