      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BAV                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : AVISOS PENDIENTES DE CONFIRMAR POR OPERADOR      *
      * ARCHIVOS    : EDM4AVI (ENTRADA) / EDM4ACU (ENTRADA)            *
      * ACCION (ES) : -                                                *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RUTINA SIN PANTALLA PARA EXEC CICS LINK: EL MENU EDID1YL5 LA  *
      * LLAMA AL INGRESAR Y LA PANTALLA EDID1AL5 DESPUES DE CADA      *
      * CONFIRMACION. UN AVISO DE EDM4AVI LE TOCA AL OPERADOR SI NO   *
      * ESTA ANULADO, HOY CAE EN SU VIGENCIA (HASTA EN CEROS = SIN    *
      * FIN) Y SU DESTINO ES TODOS, LA SUCURSAL O EL ROL DE LA        *
      * SESION; QUEDA PENDIENTE MIENTRAS NO TENGA FILA EN EDM4ACU. EL *
      * SIGUIENTE ES EL DE MAYOR URGENCIA (A, M, B) Y, ENTRE IGUALES, *
      * EL MAS ANTIGUO. SI EL ARCHIVO DE AVISOS NO ESTA DISPONIBLE    *
      * REGRESA SIN PENDIENTES Y EL INGRESO NO SE DETIENE              *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BAV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDMAVI.

       COPY EDMACU.

       COPY EDBAV.

       01 WKS-EDM4AVI-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4AVI-NORMAL        VALUE 1.
           88 WKS-EDM4AVI-ENDFILE       VALUE 2.

       01 WKS-EDM4ACU-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4ACU-NORMAL        VALUE 1.
           88 WKS-EDM4ACU-NOTFND        VALUE 2.

       01 WKS-WORK-FIELDS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FLAG-DESTINO          PIC 9 VALUE ZEROS.
      *-->ORDEN DE URGENCIA: 1=ALTA 2=MEDIA 3=BAJA (9 = SIN CANDIDATO)
           02 WKS-RANGO                 PIC 9 VALUE ZEROS.
           02 WKS-RANGO-MEJOR           PIC 9 VALUE 9.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(31).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA DE ENTRADA
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO REG-EDBAV
           END-IF
           MOVE ZEROS TO EDBA-PENDIENTES
           MOVE ZEROS TO EDBA-SIGUIENTE

           IF EIBCALEN NOT = 0
           AND EDBA-OPERADOR > SPACES
                PERFORM 100-BUSCA-PENDIENTES
                MOVE REG-EDBAV TO DFHCOMMAREA
           END-IF

           PERFORM 801-EXEC-CICS-RETURN

           GOBACK.

      *-->RECORRE TODOS LOS AVISOS; EL ARCHIVO ES CHICO (LOS AVISOS
      *   VENCIDOS SE QUEDAN COMO PRUEBA PERO NO SE CONSULTAN EDM4ACU)
       100-BUSCA-PENDIENTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE 9 TO WKS-RANGO-MEJOR
           MOVE ZEROS TO EDAV-NUMERO
           PERFORM 802-EXEC-CICS-STARTBR-AVI
           IF WKS-EDM4AVI-NORMAL
                PERFORM 803-EXEC-CICS-READNEXT-AVI
                PERFORM UNTIL NOT WKS-EDM4AVI-NORMAL
                     PERFORM 110-REVISA-AVISO
                     PERFORM 803-EXEC-CICS-READNEXT-AVI
                END-PERFORM
                PERFORM 804-EXEC-CICS-ENDBR-AVI
           END-IF.

       110-REVISA-AVISO.
           IF EDAV-ANULADO
           OR EDAV-FECHA-DESDE > WKS-FECHA-HOY
                CONTINUE
           ELSE IF EDAV-FECHA-HASTA > ZEROS
           AND EDAV-FECHA-HASTA < WKS-FECHA-HOY
                CONTINUE
           ELSE
                PERFORM 120-VALIDA-DESTINO
                IF WKS-FLAG-DESTINO = 1
                     MOVE EDAV-NUMERO   TO EDAC-NUMERO
                     MOVE EDBA-OPERADOR TO EDAC-OPERADOR
                     PERFORM 805-EXEC-CICS-READ-ACU
                     IF WKS-EDM4ACU-NOTFND
                          ADD 1 TO EDBA-PENDIENTES
                          PERFORM 130-ELIGE-SIGUIENTE
                     END-IF
                END-IF
           END-IF.

      *-->EL DESTINO SE COMPARA CONTRA LA SUCURSAL Y EL ROL DE LA
      *   SESION, QUE SALEN DEL PERFIL EDM4PRF AL INGRESAR
       120-VALIDA-DESTINO.
           MOVE ZEROS TO WKS-FLAG-DESTINO
           EVALUATE TRUE
               WHEN EDAV-DEST-TODOS
                    MOVE 1 TO WKS-FLAG-DESTINO
               WHEN EDAV-DEST-SUCURSAL
                    IF EDAV-DESTINO-VALOR = EDBA-SUCURSAL
                         MOVE 1 TO WKS-FLAG-DESTINO
                    END-IF
               WHEN EDAV-DEST-ROL
                    IF EDAV-DESTINO-VALOR(1:1) = EDBA-ROL
                         MOVE 1 TO WKS-FLAG-DESTINO
                    END-IF
           END-EVALUATE.

      *-->EL RECORRIDO ES POR NUMERO ASCENDENTE: SOLO UN AVISO DE
      *   MAYOR URGENCIA DESPLAZA AL CANDIDATO
       130-ELIGE-SIGUIENTE.
           EVALUATE TRUE
               WHEN EDAV-URG-ALTA  MOVE 1 TO WKS-RANGO
               WHEN EDAV-URG-MEDIA MOVE 2 TO WKS-RANGO
               WHEN OTHER          MOVE 3 TO WKS-RANGO
           END-EVALUATE
           IF WKS-RANGO < WKS-RANGO-MEJOR
                MOVE WKS-RANGO   TO WKS-RANGO-MEJOR
                MOVE EDAV-NUMERO TO EDBA-SIGUIENTE
           END-IF.

      *--> COMANDOS CICS
       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       802-EXEC-CICS-STARTBR-AVI.
           EXEC CICS STARTBR
               FILE('EDM4AVI')
               RIDFLD(EDAV-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AVI.

       803-EXEC-CICS-READNEXT-AVI.
           EXEC CICS READNEXT
               FILE('EDM4AVI')
               INTO(REG-EDMAVI)
               RIDFLD(EDAV-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-AVI.

       804-EXEC-CICS-ENDBR-AVI.
           EXEC CICS ENDBR
               FILE('EDM4AVI')
               NOHANDLE
           END-EXEC.

       805-EXEC-CICS-READ-ACU.
           EXEC CICS READ
               FILE('EDM4ACU')
               INTO(REG-EDMACU)
               RIDFLD(EDAC-LLAVE)
               NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4ACU-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4ACU-NOTFND TO TRUE
      *-->SIN ACCESO A LAS CONFIRMACIONES NO SE EXIGE EL AVISO
                WHEN OTHER           SET WKS-EDM4ACU-NORMAL TO TRUE
           END-EVALUATE.

       898-EVALUATE-DFHRESP-AVI.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4AVI-NORMAL  TO TRUE
                WHEN OTHER           SET WKS-EDM4AVI-ENDFILE TO TRUE
           END-EVALUATE.
