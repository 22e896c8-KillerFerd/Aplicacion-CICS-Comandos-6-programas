      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1JPQ                                         *
      * TIPO        : LINEA (SIN PANTALLA)                             *
      * DESCRIPCION : ENVIA LOS JOBS BATCH PROGRAMADOS AL VENCER       *
      * ARCHIVOS    : EDM4JPR (I/O) / EDM4CAL (ENTRADA)                *
      *               EDM4JLG (SALIDA)                                 *
      * ACCION (ES) : -                                                *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * TRANSACCION SIN PANTALLA (EDJP) QUE ENVIA AL LECTOR INTERNO   *
      * LOS JOBS QUE EL OPERADOR PROGRAMO EN EDID1IL5 CON FECHA Y     *
      * HORA DE CORRIDA. EDID1IL5 LA DESPIERTA AL GRABAR CADA         *
      * PROGRAMACION Y ELLA MISMA SE REPROGRAMA CON START CADA 5      *
      * MINUTOS MIENTRAS QUEDEN JOBS PENDIENTES EN EDM4JPR. COMO EL   *
      * START PENDIENTE SE PIERDE SI CICS SE REINICIA, EDID1IL5 Y     *
      * EDID1OL2 TAMBIEN LA DESPIERTAN AL ENTRAR SI HAY PENDIENTES;   *
      * TODOS USAN EL REQID EDID1JPQ Y CANCELAN LA VUELTA ANTERIOR    *
      * PARA NO DEJAR DOS CICLOS PROGRAMADOS (UNA VUELTA DE MAS NO    *
      * DUPLICA ENVIOS: CADA JOB SE RELEE CON BLOQUEO). SOLO ENVIA EN *
      * DIA HABIL: EN FIN DE SEMANA O EN FECHA DEL CALENDARIO EDM4CAL *
      * NO SALE NADA Y LO VENCIDO SE ENVIA EN LA PRIMERA VUELTA DEL   *
      * SIGUIENTE DIA HABIL. CADA ENVIO DEJA LA SOLICITUD "S" EN      *
      * EDM4JLG A NOMBRE DEL OPERADOR QUE LO PROGRAMO Y MARCA EL JOB  *
      * ENVIADO; SI EL LECTOR INTERNO FALLA EL JOB QUEDA CON ERROR (X)*
      * Y SE ALARMA EN EDM4ERR VIA EDID1BER                           *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1JPQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDMJPR.

       COPY EDMJLG.

       COPY EDMCAL.

       COPY EDBER.

       01 WKS-WORK-FIELDS.
           02 WKS-AHORA                 PIC X(12) VALUE SPACES.
           02 WKS-HOY                   PIC 9(08) VALUE ZEROS.
           02 WKS-DIA-SEM               PIC 9(01) VALUE ZEROS.
           02 WKS-FLAG-DIA-HABIL        PIC 9 VALUE ZEROS.
           02 WKS-TOKEN                 PIC X(08).
           02 WKS-JCL-LINE              PIC X(80).

      *-->LLAVES VENCIDAS JUNTADAS EN EL RECORRIDO (SE ENVIAN FUERA
      *   DEL BROWSE; LO QUE NO QUEPA SALE EN LA SIGUIENTE VUELTA)
       01 WKS-VENCIDOS.
           02 WKS-VEN-CUENTA            PIC 9(02) VALUE ZEROS.
           02 WKS-VEN-LLAVE             PIC X(16) OCCURS 50 TIMES.

       01 WKS-EDM4JPR-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4JPR-NORMAL        VALUE 1.
           88 WKS-EDM4JPR-ENDFILE       VALUE 2.

       01 WKS-EDM4CAL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4CAL-NORMAL        VALUE 1.
           88 WKS-EDM4CAL-NOTFND        VALUE 2.

       01 WKS-SPOOL-STATUS              PIC 99 VALUE ZEROS.
           88 WKS-SPOOL-NORMAL          VALUE 1.
           88 WKS-SPOOL-ERROR           VALUE 2.

       01 WKS-SPOOL-RESP                PIC 9(04) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-PENDIENTES            PIC 9(05) VALUE ZEROS.
           02 WKS-PROCESADOS            PIC 9(05) VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           02 WKS-LINEA                 PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WKS-AHORA
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WKS-HOY
           PERFORM 050-CHECK-DIA-HABIL
           PERFORM 100-PROCESS-BUSCA-VENCIDOS
           MOVE 1 TO WKS-INDEX
           PERFORM UNTIL WKS-INDEX > WKS-VEN-CUENTA
                PERFORM 200-PROCESS-ENVIA-JOB
                ADD 1 TO WKS-INDEX
           END-PERFORM
      *-->MIENTRAS QUEDEN JOBS PENDIENTES LA PROPIA TAREA SE
      *   REPROGRAMA PARA VOLVER EN 5 MINUTOS
           IF WKS-PENDIENTES > WKS-PROCESADOS
                PERFORM 804-EXEC-CICS-START-SELF
           END-IF
           PERFORM 801-EXEC-CICS-RETURN
           GOBACK.

      *-->HOY ES DIA HABIL? NI SABADO/DOMINGO NI FECHA DEL CALENDARIO
      *   EDM4CAL (ARCHIVO CERRADO O SIN FILA = DIA HABIL)
       050-CHECK-DIA-HABIL.
           MOVE 1 TO WKS-FLAG-DIA-HABIL
      *-->MOD 7 SOBRE EL DIA ENTERO: 6 = SABADO, 0 = DOMINGO
           COMPUTE WKS-DIA-SEM =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WKS-HOY) 7)
           MOVE WKS-HOY TO EDCD-FECHA
           PERFORM 810-EXEC-CICS-READ-CAL
           IF WKS-DIA-SEM = 6 OR WKS-DIA-SEM = 0
           OR WKS-EDM4CAL-NORMAL
                MOVE ZEROS TO WKS-FLAG-DIA-HABIL
           END-IF.

      *-->RECORRE EDM4JPR EN ORDEN DE FECHA/HORA DE CORRIDA: CUENTA
      *   LOS PENDIENTES Y, EN DIA HABIL, JUNTA LOS YA VENCIDOS
       100-PROCESS-BUSCA-VENCIDOS.
           MOVE ZEROS TO WKS-VEN-CUENTA
           MOVE ZEROS TO WKS-PENDIENTES
           MOVE ZEROS TO EDJP-FECHA-PROG
           MOVE ZEROS TO EDJP-HORA-PROG
           MOVE ZEROS TO EDJP-SECUENCIA
           PERFORM 805-EXEC-CICS-STARTBR-JPR
           PERFORM UNTIL NOT WKS-EDM4JPR-NORMAL
                PERFORM 806-EXEC-CICS-READNEXT-JPR
                IF WKS-EDM4JPR-NORMAL AND EDJP-PENDIENTE
                     ADD 1 TO WKS-PENDIENTES
                     IF WKS-FLAG-DIA-HABIL = 1
                     AND EDJP-LLAVE(1:12) NOT > WKS-AHORA
                     AND WKS-VEN-CUENTA < 50
                          ADD 1 TO WKS-VEN-CUENTA
                          MOVE EDJP-LLAVE
                            TO WKS-VEN-LLAVE(WKS-VEN-CUENTA)
                     END-IF
                END-IF
           END-PERFORM
           PERFORM 807-EXEC-CICS-ENDBR-JPR.

      *-->RELEE EL JOB CON BLOQUEO (PUDO CAMBIARSE O CANCELARSE EN
      *   EDID1OL2 ENTRE TANTO) Y SI SIGUE PENDIENTE LO ENVIA
       200-PROCESS-ENVIA-JOB.
           MOVE WKS-VEN-LLAVE(WKS-INDEX) TO EDJP-LLAVE
           PERFORM 808-EXEC-CICS-READ-UPD-JPR
           IF WKS-EDM4JPR-NORMAL
                IF EDJP-PENDIENTE
                     PERFORM 210-PROCESS-SPOOL-JOB
                     MOVE FUNCTION CURRENT-DATE(1:8)
                       TO EDJP-FECHA-ENVIO
                     MOVE FUNCTION CURRENT-DATE(9:6)
                       TO EDJP-HORA-ENVIO
                     IF WKS-SPOOL-NORMAL
                          SET EDJP-ENVIADO TO TRUE
                          ADD 1 TO WKS-PROCESADOS
                          PERFORM 220-PROCESS-WRITE-JOBLOG
                     ELSE
                          SET EDJP-CON-ERROR TO TRUE
                          ADD 1 TO WKS-PROCESADOS
                          PERFORM 300-ALARMA-ENVIO
                     END-IF
                     PERFORM 809-EXEC-CICS-REWRITE-JPR
                ELSE
                     PERFORM 811-EXEC-CICS-UNLOCK-JPR
                END-IF
           END-IF.

      *-->MANDA LA JCL GUARDADA AL LECTOR INTERNO; SI UNA LINEA FALLA
      *   EL SPOOL SE DESCARTA PARA NO SOMETER UN JOB A MEDIAS
       210-PROCESS-SPOOL-JOB.
           PERFORM 802-EXEC-CICS-SPOOLOPEN
           MOVE 1 TO WKS-LINEA
           PERFORM UNTIL WKS-LINEA > EDJP-NO-LINEAS
           OR NOT WKS-SPOOL-NORMAL
                MOVE EDJP-JCL-LINEA(WKS-LINEA) TO WKS-JCL-LINE
                PERFORM 803-EXEC-CICS-SPOOLWRITE
                ADD 1 TO WKS-LINEA
           END-PERFORM
           IF WKS-SPOOL-NORMAL
                PERFORM 812-EXEC-CICS-SPOOLCLOSE
           ELSE
                PERFORM 813-EXEC-CICS-SPOOLCLOSE-DELETE
           END-IF.

      *-->SOLICITUD "S" EN LA BITACORA DE JOBS A NOMBRE DE QUIEN LO
      *   PROGRAMO (NOHANDLE: LA BITACORA NO DETIENE EL ENVIO)
       220-PROCESS-WRITE-JOBLOG.
           INITIALIZE REG-EDMJLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA
           MOVE EDJP-PROGRAMA TO EDJL-PROGRAMA
           SET EDJL-SOMETIDO TO TRUE
           MOVE EDJP-OPERADOR TO EDJL-OPERADOR
           MOVE EDJP-PARM TO EDJL-PARM
           PERFORM 814-EXEC-CICS-WRITE-JOBLOG.

      *-->EL LECTOR INTERNO RECHAZO EL JOB: ALARMA EN EDM4ERR CON EL
      *   RESP DEL SPOOL VIA LA RUTINA EDID1BER
       300-ALARMA-ENVIO.
           INITIALIZE REG-EDBER
           MOVE "EDID1JPQ"    TO EDBR-PROGRAMA
           MOVE "210-SPOO"    TO EDBR-PARRAFO
           MOVE "INTRDR"      TO EDBR-ARCHIVO
           MOVE WKS-SPOOL-RESP TO EDBR-RESP
           MOVE EDJP-OPERADOR TO EDBR-OPERADOR
           MOVE EDJP-TERMINAL TO EDBR-TERMINAL
           PERFORM 815-EXEC-CICS-LINK-ERRLOG.

      *--> COMANDOS CICS
       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       802-EXEC-CICS-SPOOLOPEN.
           EXEC CICS SPOOLOPEN
                OUTPUT
                NODE ('LOCAL')
                USERID ('INTRDR')
                TOKEN(WKS-TOKEN)
                NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP-SPOOL.

       803-EXEC-CICS-SPOOLWRITE.
           EXEC CICS SPOOLWRITE
                TOKEN(WKS-TOKEN)
                FROM(WKS-JCL-LINE)
                NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP-SPOOL.

      *-->UNA SOLA PETICION PENDIENTE A LA VEZ: SE CANCELA LA ANTERIOR
      *   (SI LA HAY) ANTES DE VOLVER A PROGRAMARSE
       804-EXEC-CICS-START-SELF.
           EXEC CICS CANCEL
               REQID('EDID1JPQ')
               NOHANDLE
           END-EXEC
           EXEC CICS START
               TRANSID('EDJP')
               INTERVAL(000500)
               REQID('EDID1JPQ')
               NOHANDLE
           END-EXEC.

       805-EXEC-CICS-STARTBR-JPR.
           EXEC CICS STARTBR
               FILE('EDM4JPR')
               RIDFLD(EDJP-LLAVE)
               GTEQ
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       806-EXEC-CICS-READNEXT-JPR.
           EXEC CICS READNEXT
               FILE('EDM4JPR')
               INTO(REG-EDMJPR)
               RIDFLD(EDJP-LLAVE)
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       807-EXEC-CICS-ENDBR-JPR.
           EXEC CICS ENDBR
               FILE('EDM4JPR')
               NOHANDLE
           END-EXEC.

       808-EXEC-CICS-READ-UPD-JPR.
           EXEC CICS READ
               FILE('EDM4JPR')
               INTO(REG-EDMJPR)
               RIDFLD(EDJP-LLAVE)
               UPDATE
               NOHANDLE
           END-EXEC
           PERFORM 898-EVALUATE-DFHRESP-JPR.

       809-EXEC-CICS-REWRITE-JPR.
           EXEC CICS REWRITE
               FILE('EDM4JPR')
               FROM(REG-EDMJPR)
               NOHANDLE
           END-EXEC.

       810-EXEC-CICS-READ-CAL.
           EXEC CICS READ
               FILE('EDM4CAL')
               INTO(REG-EDMCAL)
               RIDFLD(EDCD-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-EDM4CAL-NORMAL TO TRUE
           ELSE
                SET WKS-EDM4CAL-NOTFND TO TRUE
           END-IF.

       811-EXEC-CICS-UNLOCK-JPR.
           EXEC CICS UNLOCK
               FILE('EDM4JPR')
               NOHANDLE
           END-EXEC.

       812-EXEC-CICS-SPOOLCLOSE.
           EXEC CICS SPOOLCLOSE
                TOKEN(WKS-TOKEN)
                NOHANDLE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP-SPOOL.

       813-EXEC-CICS-SPOOLCLOSE-DELETE.
           EXEC CICS SPOOLCLOSE
                TOKEN(WKS-TOKEN)
                DELETE
                NOHANDLE
           END-EXEC.

       814-EXEC-CICS-WRITE-JOBLOG.
           EXEC CICS WRITE
               FILE('EDM4JLG')
               FROM(REG-EDMJLG)
               RIDFLD(EDJL-LLAVE)
               NOHANDLE
           END-EXEC.

       815-EXEC-CICS-LINK-ERRLOG.
           EXEC CICS LINK
               PROGRAM('EDID1BER')
               COMMAREA(REG-EDBER)
               NOHANDLE
           END-EXEC.

       898-EVALUATE-DFHRESP-JPR.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4JPR-NORMAL  TO TRUE
                WHEN OTHER           SET WKS-EDM4JPR-ENDFILE TO TRUE
           END-EVALUATE.

       899-EVALUATE-DFHRESP-SPOOL.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-SPOOL-NORMAL TO TRUE
                WHEN OTHER           SET WKS-SPOOL-ERROR  TO TRUE
                                     MOVE EIBRESP TO WKS-SPOOL-RESP
           END-EVALUATE.
