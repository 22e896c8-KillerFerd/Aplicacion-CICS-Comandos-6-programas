      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BAU                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : GRABACION ENCADENADA EN LA BITACORA EDM4AUL      *
      * ARCHIVOS    : EDM4AUL (SALIDA) / EDM4CTL (I/O)                 *
      * ACCION (ES) : -                                                *
      * PROGRAMA(S) : CALL EDID1BHS / LINK EDID1BER                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RUTINA SIN PANTALLA PARA EXEC CICS LINK: TODA PANTALLA O      *
      * RUTINA EN LINEA QUE GRABA EN LA BITACORA EDM4AUL LO HACE POR  *
      * AQUI. BLOQUEA EL ANCLA "CADENAUL" DE EDM4CTL (READ UPDATE, UNA*
      * TAREA A LA VEZ), DA AL MOVIMIENTO LA SIGUIENTE SECUENCIA Y EL *
      * HASH DEL ESLABON ANTERIOR, LO SELLA CON EDID1BHS, LO GRABA Y  *
      * SOLO ENTONCES AVANZA EL ANCLA; SI LA GRABACION FALLA LIBERA EL*
      * ANCLA SIN MOVERLA. EL ARCHIVO DE ENTRENAMIENTO SE GRABA SIN   *
      * CADENA. SI EL ANCLA NO SE PUEDE LEER (SALVO QUE NO EXISTA) EL *
      * MOVIMIENTO TAMBIEN SE GRABA SIN CADENA Y EL ERROR VA A EDM4ERR*
      * (EDID1BER), PARA NO REPETIR UNA SECUENCIA YA USADA. COMO      *
      * ANTES, UN FALLO DE LA BITACORA NO DETIENE AL OPERADOR         *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BAU.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDMAUL.

       COPY EDMCTL.

       COPY EDBAU.

       COPY EDBHS.

       COPY EDBER.

       01 WKS-EDM4CTL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4CTL-NORMAL        VALUE 1.
           88 WKS-EDM4CTL-NOTFND        VALUE 2.
           88 WKS-EDM4CTL-ERROR         VALUE 3.
       01 WKS-EDM4AUL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4AUL-NORMAL        VALUE 1.
           88 WKS-EDM4AUL-ERROR         VALUE 2.
       01 WKS-ERR-RESP-SAVE             PIC S9(08) COMP VALUE 0.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(650).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA DE ENTRADA
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO REG-EDBAU
           END-IF

           MOVE EDBU-REGISTRO TO REG-EDMAUL
           IF EDBU-ARCHIVO = "EDM4AUL "
                PERFORM 100-GRABA-ENCADENADO
           ELSE
                PERFORM 120-GRABA-SIN-CADENA
           END-IF

           IF WKS-EDM4AUL-NORMAL
                SET EDBU-OK TO TRUE
           ELSE
                SET EDBU-NO-GRABADO TO TRUE
           END-IF
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           IF EIBCALEN NOT = 0
                MOVE REG-EDBAU TO DFHCOMMAREA
           END-IF

           PERFORM 801-EXEC-CICS-RETURN

           GOBACK.

      *--> EL ANCLA QUEDA BLOQUEADA DESDE LA LECTURA HASTA EL REWRITE
      *    (O EL UNLOCK), ASI DOS TAREAS NO TOMAN LA MISMA SECUENCIA
       100-GRABA-ENCADENADO.
           PERFORM 810-EXEC-CICS-READ-UPD-CTL
           IF WKS-EDM4CTL-ERROR
                PERFORM 887-LOG-ERROR-INESPERADO
                PERFORM 120-GRABA-SIN-CADENA
           ELSE
                PERFORM 110-ENCADENA-MOVIMIENTO
           END-IF.

      *--> SIN ANCLA TODAVIA (NOTFND) LA CADENA ARRANCA EN 1 CON HASH
      *    CERO Y EL ANCLA SE CREA AL GRABAR EL PRIMER ESLABON
       110-ENCADENA-MOVIMIENTO.
           IF WKS-EDM4CTL-NOTFND
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
           MOVE EDBH-HASH TO EDAU-HASH
           PERFORM 805-EXEC-CICS-WRITE-AUDIT
           IF WKS-EDM4AUL-NORMAL
                MOVE EDAU-SECUENCIA TO EDCT-CAD-SECUENCIA
                MOVE EDAU-HASH      TO EDCT-CAD-HASH
                EVALUATE TRUE
                     WHEN WKS-EDM4CTL-NORMAL
                          PERFORM 812-EXEC-CICS-REWRITE-CTL
                     WHEN WKS-EDM4CTL-NOTFND
                          PERFORM 813-EXEC-CICS-WRITE-CTL
                END-EVALUATE
           ELSE
                IF WKS-EDM4CTL-NORMAL
                     PERFORM 814-EXEC-CICS-UNLOCK-CTL
                END-IF
           END-IF.

      *--> MOVIMIENTO SIN SECUENCIA NI HASH (EDID1R87 LO CUENTA COMO
      *    SIN CADENA); NO TOCA EL ANCLA
       120-GRABA-SIN-CADENA.
           MOVE ZEROS TO EDAU-SECUENCIA
           MOVE ZEROS TO EDAU-HASH-ANTERIOR
           MOVE ZEROS TO EDAU-HASH
           PERFORM 805-EXEC-CICS-WRITE-AUDIT.

      *--> COMANDOS CICS
       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       805-EXEC-CICS-WRITE-AUDIT.
           EXEC CICS WRITE
               FILE(EDBU-ARCHIVO)
               FROM(REG-EDMAUL)
               RIDFLD(EDAU-LLAVE)
               NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4AUL-NORMAL TO TRUE
                WHEN OTHER           SET WKS-EDM4AUL-ERROR  TO TRUE
           END-EVALUATE.

       810-EXEC-CICS-READ-UPD-CTL.
           MOVE "CADENAUL" TO EDCT-LLAVE
           EXEC CICS READ
               FILE('EDM4CTL')
               INTO(REG-EDMCTL)
               RIDFLD(EDCT-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           MOVE EIBRESP TO WKS-ERR-RESP-SAVE
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4CTL-NORMAL TO TRUE
                WHEN DFHRESP(NOTFND) SET WKS-EDM4CTL-NOTFND TO TRUE
                WHEN OTHER           SET WKS-EDM4CTL-ERROR  TO TRUE
           END-EVALUATE.

       812-EXEC-CICS-REWRITE-CTL.
           EXEC CICS REWRITE
               FILE('EDM4CTL')
               FROM(REG-EDMCTL)
               NOHANDLE
           END-EXEC.

       813-EXEC-CICS-WRITE-CTL.
           EXEC CICS WRITE
               FILE('EDM4CTL')
               FROM(REG-EDMCTL)
               RIDFLD(EDCT-LLAVE)
               NOHANDLE
           END-EXEC.

       814-EXEC-CICS-UNLOCK-CTL.
           EXEC CICS UNLOCK
               FILE('EDM4CTL')
               NOHANDLE
           END-EXEC.

      *--> FALLO DEL ANCLA QUE NO ES NOTFND: SE REGISTRA EN LA BITACORA
      *    CENTRAL DE ERRORES
       887-LOG-ERROR-INESPERADO.
           INITIALIZE REG-EDBER
           MOVE "EDID1BAU"         TO EDBR-PROGRAMA
           MOVE "810-READ"         TO EDBR-PARRAFO
           MOVE "EDM4CTL "         TO EDBR-ARCHIVO
           MOVE WKS-ERR-RESP-SAVE  TO EDBR-RESP
           MOVE EDAU-OPERADOR      TO EDBR-OPERADOR
           MOVE EDAU-TERMINAL      TO EDBR-TERMINAL
           PERFORM 888-EXEC-CICS-LINK-ERRLOG.

       888-EXEC-CICS-LINK-ERRLOG.
           EXEC CICS LINK
               PROGRAM('EDID1BER')
               COMMAREA(REG-EDBER)
               NOHANDLE
           END-EXEC.
