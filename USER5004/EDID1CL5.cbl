      * PROGRAMA    : EDID1CL5                                         *
      * TIPO        : LINEA                                            *
      * DESCRIPCION : MENU DE CONSULTA PARA MAESTRO DE CLIENTES        *
      * ARCHIVOS    : EDM4CL / EDM4RIE / EDM4SEG / EDM4MAN             *
      * ACCION (ES) : C=CONSULTAR                                      *
      * PROGRAMA(S) : XTCL / LINK EDID1BAU                             *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/06/2022                                       *
      * BPM/RATIONAL:                                                  *
       COPY EDBTO.
       COPY EDBER.
       COPY EDCL5.
       COPY EDCPOS.
       COPY EDBRC.
       COPY EDCREC.

       COPY EDMACL.

       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMRIE.

       COPY EDMSEG.

       COPY EDMMAN.

       COPY EDBCD.

       COPY EDBVJ.
                88 WKS-MSG-NOTOPEN      VALUE 3.
                88 WKS-MSG-SELECTION    VALUE 4.
                88 WKS-MSG-DIGITO       VALUE 5.
           02 WKS-FLAG-RIESGO           PIC 9 VALUE ZEROS.
                88 WKS-RIESGO-NORMAL    VALUE 1.
                88 WKS-RIESGO-NOTFND    VALUE 2.
           02 WKS-FLAG-SEGMENTO         PIC 9 VALUE ZEROS.
                88 WKS-SEGMENTO-NORMAL  VALUE 1.
                88 WKS-SEGMENTO-NOTFND  VALUE 2.
           02 WKS-FLAG-MANDATO          PIC 9 VALUE ZEROS.
                88 WKS-MANDATO-NORMAL   VALUE 1.
                88 WKS-MANDATO-FIN      VALUE 2.
           02 WKS-MANDATO-VIGENTE       PIC 9 VALUE ZEROS.
           02 WKS-MANDATO-VENCIDO       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FIRST-MATCH      PIC 9 VALUE ZEROS.
           02 WKS-FLAG-DIGITO-MAL       PIC 9 VALUE ZEROS.

           02 WKS-PROGRAM-POSICION      PIC X(08) VALUE "EDID1PL2".
           02 WKS-PROGRAM-MULTI         PIC X(08) VALUE "EDID1ML2".
           02 WKS-PROGRAM-ANTERIOR      PIC X(08) VALUE "EDID1NL2".
           02 WKS-PROGRAM-FISCAL        PIC X(08) VALUE "EDID1EL2".
           02 WKS-PROGRAM-RESUMEN       PIC X(08) VALUE "EDID1WL2".
           02 WKS-PROGRAM-MANDATOS      PIC X(08) VALUE "EDID1ML5".
           02 WKS-COMMAREA.
               COPY EDCOM.
               03 WKS-COM-LAST-POS      PIC 9(08).
               03 FILLER                PIC X VALUE ":".
               03 WKS-TIME-SS           PIC 99.
           02 WKS-DATE-FORMAT           PIC 99/99/9999.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.

      *-->RESPALDO DEL DFHRESP PARA LA BITACORA DE ERRORES:
      *   EL LINK A EDID1BER PISA EIBRESP, POR ESO EL EVALUATE
       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA (LA POSICIONADA DE 37 BYTES DEL RESUMEN
      *   EDID1WL2 SOLO APORTA LA SESION Y EL CLIENTE)
           IF EIBCALEN = 37
               MOVE DFHCOMMAREA(1:37) TO WKS-COM-POSICIONADA
               MOVE WKS-CPO-SESION TO WKS-COMMAREA(1:29)
           ELSE
               IF EIBCALEN NOT = 0
                   MOVE DFHCOMMAREA TO WKS-COMMAREA
               END-IF
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           EVALUATE TRUE
                WHEN EIBCALEN = 0
                    PERFORM 100-ACCION-DEFAULT
                WHEN EIBCALEN = 37
                    PERFORM 150-ACCION-POSICIONADA
                WHEN EIBTRNID = 'EDQI'
                WHEN EIBTRNID = 'EDCS'
                WHEN EIBTRNID = 'EDTI'
                    PERFORM 270-ACCION-PF7-DOCUMENTOS
                WHEN EIBAID = DFHPF8
                    PERFORM 280-ACCION-PF8-POSICION
                WHEN EIBAID = DFHPF9
                    PERFORM 290-ACCION-PF9-FISCAL
                WHEN EIBAID = DFHPF10
                    PERFORM 200-ACCION-PF10
                WHEN EIBAID = DFHPF11
                    PERFORM 296-ACCION-PF11-MANDATOS
                WHEN EIBAID = DFHPF12
                    PERFORM 295-ACCION-PF12
                WHEN OTHER
                    PERFORM 300-ACCION-OTHER
           END-EVALUATE.
               SET WKS-MSG-UNKERROR TO TRUE
           ELSE
                PERFORM 130-PROCESS-DATA
                PERFORM 147-ANOTA-RECIENTE
      *-->REGLA DE TRANSICION: EL CODIGO SIN DIGITO VALIDO PASA,
      *   PERO EL AVISO QUEDA EN PANTALLA
                PERFORM 125-VERIFICA-DIGITO
           END-IF
           MOVE EDMC-FECHA-CREACION        TO WKS-DATE-FORMAT
           MOVE WKS-DATE-FORMAT            TO EDCL5-FECHA-ADICO
           MOVE EDMC-SUCURSAL              TO EDCL5-SUCURSALO
           PERFORM 135-PROCESS-RIESGO
           PERFORM 136-PROCESS-SEGMENTO
           PERFORM 137-PROCESS-MANDATOS.

      *-->CALIFICACION DE RIESGO DE LAVADO VIGENTE (EDM4RIE, LA
      *   RECALCULA EDID1R55 CADA NOCHE); SIN CALIFICACION QUEDA EN
      *   BLANCO
       135-PROCESS-RIESGO.
           MOVE EDMC-LLAVE TO EDRG-CO-CLIENTE
           PERFORM 811-EXEC-CICS-READ-RIESGO
           IF WKS-RIESGO-NOTFND
                MOVE SPACES  TO EDCL5-RIESGOO
           ELSE IF EDRG-ALTO
                MOVE "ALTO"  TO EDCL5-RIESGOO
           ELSE IF EDRG-MEDIO
                MOVE "MEDIO" TO EDCL5-RIESGOO
           ELSE IF EDRG-BAJO
                MOVE "BAJO"  TO EDCL5-RIESGOO
           ELSE
                MOVE SPACES  TO EDCL5-RIESGOO
           END-IF.

      *-->SEGMENTO COMERCIAL VIGENTE (EDM4SEG, LO ASIGNA EDID1R78
      *   CADA MES); SIN SEGMENTO QUEDA EN BLANCO
       136-PROCESS-SEGMENTO.
           MOVE EDMC-LLAVE TO EDSG-CO-CLIENTE
           PERFORM 818-EXEC-CICS-READ-SEGMENTO
           IF WKS-SEGMENTO-NOTFND
                MOVE SPACES         TO EDCL5-SEGMENTOO
           ELSE IF EDSG-MASIVO
                MOVE "MASIVO"       TO EDCL5-SEGMENTOO
           ELSE IF EDSG-PREFERENTE
                MOVE "PREFERENTE"   TO EDCL5-SEGMENTOO
           ELSE IF EDSG-PRIVADA
                MOVE "PRIVADA"      TO EDCL5-SEGMENTOO
           ELSE IF EDSG-PEQUENA-EMPRESA
                MOVE "PEQ EMPRESA"  TO EDCL5-SEGMENTOO
           ELSE IF EDSG-CORPORATIVO
                MOVE "CORPORATIVO"  TO EDCL5-SEGMENTOO
           ELSE
                MOVE SPACES         TO EDCL5-SEGMENTOO
           END-IF.

      *-->AVISO DE MANDATOS A TERCEROS (EDM4MAN, EDID1ML5): SOLO
      *   CUENTAN LOS ACTIVOS; VENCIDO SI YA PASO SU FECHA FIN. LOS
      *   REVOCADOS Y CANCELADOS NO AVISAN
       137-PROCESS-MANDATOS.
           MOVE ZEROS TO WKS-MANDATO-VIGENTE
           MOVE ZEROS TO WKS-MANDATO-VENCIDO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE EDMC-LLAVE TO EDMD-CO-CLIENTE
           MOVE ZEROS      TO EDMD-NO-MANDATO
           PERFORM 820-EXEC-CICS-STARTBR-MANDATO
           PERFORM UNTIL NOT WKS-MANDATO-NORMAL
                PERFORM 821-EXEC-CICS-READNEXT-MANDATO
                IF WKS-MANDATO-NORMAL
                     IF EDMD-CO-CLIENTE NOT = EDMC-LLAVE
                          SET WKS-MANDATO-FIN TO TRUE
                     ELSE
                          IF EDMD-ACTIVO
                               IF WKS-FECHA-HOY > EDMD-FECHA-FIN
                                    MOVE 1 TO WKS-MANDATO-VENCIDO
                               ELSE
                                    MOVE 1 TO WKS-MANDATO-VIGENTE
                               END-IF
                          END-IF
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 822-EXEC-CICS-ENDBR-MANDATO
           EVALUATE TRUE
                WHEN WKS-MANDATO-VIGENTE = 1
                AND  WKS-MANDATO-VENCIDO = 1
                     MOVE "MANDATO VIG/VENC" TO EDCL5-MANDATOO
                WHEN WKS-MANDATO-VIGENTE = 1
                     MOVE "MANDATO VIGENTE"  TO EDCL5-MANDATOO
                WHEN WKS-MANDATO-VENCIDO = 1
                     MOVE "MANDATO VENCIDO"  TO EDCL5-MANDATOO
                WHEN OTHER
                     MOVE SPACES             TO EDCL5-MANDATOO
           END-EVALUATE.

      *-->RASTRO "QUIEN VIO ESTE EXPEDIENTE": CONSULTA COMPLETA DE
      *   UN CLIENTE SENSIBLE
               NOHANDLE
           END-EXEC.

      *-->ANOTA EL CLIENTE EN LA LISTA DE RECIENTES DEL OPERADOR
      *   (RUTINA EDID1BRC; NOHANDLE: LA LISTA NUNCA DETIENE LA
      *   CONSULTA). LA PRACTICA DE ENTRENAMIENTO NO SE ANOTA
       147-ANOTA-RECIENTE.
           IF NOT WKS-COM-EN-ENTRENA
                MOVE WKS-COM-OPERADOR-ID TO EDRB-OPERADOR
                MOVE EDMC-LLAVE          TO EDRB-CO-CLIENTE
                MOVE WKS-PROGRAM-NAME    TO EDRB-PANTALLA
                EXEC CICS LINK
                    PROGRAM('EDID1BRC')
                    COMMAREA(REG-EDBRC)
                    NOHANDLE
                END-EXEC
           END-IF.

      *-->ENTRADA POSICIONADA DESDE EL RESUMEN EDID1WL2: EL CLIENTE
      *   RECIBIDO SE CONSULTA COMO UNA SELECCION DE BROWSE Y PF10
      *   REGRESA AL RESUMEN
       150-ACCION-POSICIONADA.
           MOVE WKS-CPO-CO-CLIENTE TO WKS-COM-CO-CLIENTE(1)
           MOVE "S" TO WKS-COM-OPTION(1)
           MOVE 6 TO WKS-COM-RETURNPROG
           PERFORM 100-ACCION-DEFAULT.

      *-->ACCION PARA SALIR AL MENU DE BROWSE
       200-ACCION-PF10.
           MOVE 1 TO WKS-COM-RETURN
           IF WKS-COM-RETURNPROG = 5
                PERFORM 816-EXEC-CICS-XCTL-ANTERIORES
           END-IF
           IF WKS-COM-RETURNPROG = 6
                MOVE WKS-COMMAREA(1:29)    TO WKS-CPO-SESION
                MOVE WKS-COM-CO-CLIENTE(1) TO WKS-CPO-CO-CLIENTE
                PERFORM 819-EXEC-CICS-XCTL-RESUMEN
           END-IF
           PERFORM 999-END-PROGRAM.

      *-->ACCION PARA IR A LAS NOTAS DEL CLIENTE (PF4)
           PERFORM 813-EXEC-CICS-XCTL-POSICION
           PERFORM 999-END-PROGRAM.

      *-->ACCION PARA IR A LA RESIDENCIA FISCAL FATCA/CRS (PF9)
       290-ACCION-PF9-FISCAL.
           PERFORM 817-EXEC-CICS-XCTL-FISCAL
           PERFORM 999-END-PROGRAM.

      *-->ACCION PARA IR A LOS MANDATOS Y PODERES A TERCEROS (PF11)
       296-ACCION-PF11-MANDATOS.
           PERFORM 823-EXEC-CICS-XCTL-MANDATOS
           PERFORM 999-END-PROGRAM.

      *-->ACCION PARA IR A LA LISTA DE CLIENTES RECIENTES (EDID1YL2,
      *   COMMAREA EDCREC). ESTA CONSULTA NO GUARDA EL CLIENTE QUE
      *   MUESTRA: VIAJA EN CEROS Y LA LISTA REGRESA CON EL PRIMERO,
      *   QUE ES EL QUE SE ACABA DE ANOTAR
       295-ACCION-PF12.
           MOVE WKS-COMMAREA(1:29) TO WKS-CRC-SESION
           MOVE WKS-PROGRAM-NAME   TO WKS-CRC-ORIGEN
           MOVE ZEROS              TO WKS-CRC-CO-CLIENTE
           EXEC CICS XCTL
               PROGRAM('EDID1YL2')
               COMMAREA(WKS-COM-RECIENTES)
           END-EXEC
           PERFORM 999-END-PROGRAM.

      *-->ACCION QUE DESPLIEGA MENSAJE DE COMANDO NO HABILITADO
       300-ACCION-OTHER.
           SET WKS-MSG-NOCOMAND TO TRUE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

       811-EXEC-CICS-READ-RIESGO.
           EXEC CICS READ
               FILE('EDM4RIE')
               INTO(REG-EDMRIE)
               RIDFLD(EDRG-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-RIESGO-NORMAL TO TRUE
           ELSE
                SET WKS-RIESGO-NOTFND TO TRUE
           END-IF.

       818-EXEC-CICS-READ-SEGMENTO.
           EXEC CICS READ
               FILE('EDM4SEG')
               INTO(REG-EDMSEG)
               RIDFLD(EDSG-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-SEGMENTO-NORMAL TO TRUE
           ELSE
                SET WKS-SEGMENTO-NOTFND TO TRUE
           END-IF.

      *--> NOHANDLE: SIN EDM4MAN LA CONSULTA SALE SIN AVISO
       820-EXEC-CICS-STARTBR-MANDATO.
           EXEC CICS STARTBR
               FILE('EDM4MAN')
               RIDFLD(EDMD-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-MANDATO-NORMAL TO TRUE
           ELSE
                SET WKS-MANDATO-FIN TO TRUE
           END-IF.

       821-EXEC-CICS-READNEXT-MANDATO.
           EXEC CICS READNEXT
               FILE('EDM4MAN')
               INTO(REG-EDMMAN)
               RIDFLD(EDMD-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-MANDATO-NORMAL TO TRUE
           ELSE
                SET WKS-MANDATO-FIN TO TRUE
           END-IF.

       822-EXEC-CICS-ENDBR-MANDATO.
           EXEC CICS ENDBR
               FILE('EDM4MAN')
               NOHANDLE
           END-EXEC.

       805-EXEC-CICS-XCTL-PROGRAM-2.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-2)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       817-EXEC-CICS-XCTL-FISCAL.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-FISCAL)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       823-EXEC-CICS-XCTL-MANDATOS.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-MANDATOS)
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

       819-EXEC-CICS-XCTL-RESUMEN.
           EXEC CICS XCTL
               PROGRAM(WKS-PROGRAM-RESUMEN)
               COMMAREA(WKS-COM-POSICIONADA)
           END-EXEC.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       810-EXEC-CICS-WRITE-AUDIT.
           MOVE WKS-FILE-AUDIT TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

