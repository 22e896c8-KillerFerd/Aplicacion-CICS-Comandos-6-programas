      * PROGRAMA    : EDID1R21                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ANONIMIZACION DE CLIENTES MARCADOS ANTIGUOS      *
      * ARCHIVOS    : EDM4CL (I/O) / EXTRACTO (SALIDA DE RESPALDO) /   *
      *               EDM4ARH (I/O, HISTORICO DE DEPURADOS) /          *
      *               EDM4RST (I/O, REINICIO) / EDM4JLG (I/O)          *
      * ACCION (ES) : D=Depurar                                        *
      * PROGRAMA(S) : CALL EDID1BLH                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * ENMASCARA LOS DATOS PERSONALES (NOMBRE, FECHA DE NACIMIENTO,  *
      * AMBOS TELEFONOS, DIRECCION, CIUDAD, POSTAL), DEJANDO EL       *
      * CODIGO EN ARCHIVO CON DISPOSICION "A" (ANONIMIZADO) PARA      *
      * CONSERVAR LA INTEGRIDAD REFERENCIAL. ANTES DE ENMASCARAR, LA  *
      * IMAGEN ORIGINAL SE GUARDA EN EL HISTORICO EDM4ARH (DISPOSI-   *
      * CION "A", FECHA, MOTIVO Y ULTIMO OPERADOR): ES EL UNICO LUGAR *
      * DONDE QUEDA EL NOMBRE PARA LA CONSULTA EDID1PL5. SIN          *
      * HISTORICO EL CLIENTE NO SE ANONIMIZA. CADA 100 REGISTROS      *
      * DEJA EN EDM4RST LA ULTIMA LLAVE CONFIRMADA; CON "R" EN LA     *
      * POSICION 9 DEL PARM RETOMA DESPUES DE ELLA (EXTRACTO EN       *
      * EXTEND): LOS YA ANONIMIZADOS NO SE VUELVEN A SELECCIONAR      *
      * PORQUE YA NO TIENEN LA MARCA "D". UN CLIENTE CON RETENCION    *
      * LEGAL ACTIVA (RUTINA EDID1BLH) NO SE RESPALDA NI SE           *
      * ENMASCARA: SE LISTA EN EL SYSOUT Y SE CUENTA APARTE           *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R21.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-EXTRACTO-STATUS.

           SELECT EDM4ARH ASSIGN TO EDM4ARH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAR-LLAVE
               FILE STATUS IS WKS-EDM4ARH-STATUS.

           SELECT EDM4RST ASSIGN TO EDM4RST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRS-LLAVE
               FILE STATUS IS WKS-EDM4RST-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4CL.
           LABEL RECORDS ARE STANDARD.
       01  REG-EXTRACTO                 PIC X(200).

       FD  EDM4ARH.
       COPY EDMARH.

       FD  EDM4RST.
       COPY EDMRST.

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       COPY EDBLH.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EXTRACTO-STATUS       PIC X(02) VALUE SPACES.
               88 WKS-EXTRACTO-OK       VALUE "00".
           02 WKS-EDM4ARH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4ARH-OK        VALUE "00".
               88 WKS-EDM4ARH-DUP       VALUE "22".
           02 WKS-EDM4RST-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RST-OK        VALUE "00".
               88 WKS-EDM4RST-DUP       VALUE "22".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RESPALDADOS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ANONIMIZADOS    PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-ARCHIVO     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RETENIDOS       PIC 9(07) VALUE ZEROS.

      *--> FECHA Y HORA DE LA CORRIDA PARA EL HISTORICO
       01 WKS-CORRIDA.
           02 WKS-CORRIDA-FECHA         PIC 9(08) VALUE ZEROS.
           02 WKS-CORRIDA-HORA          PIC 9(06) VALUE ZEROS.

      *--> FECHA DE CORTE RECIBIDA POR PARM DE JCL
       01 WKS-FECHA-CORTE                PIC 9(08) VALUE ZEROS.

      *--> PUNTO DE REINICIO EN EDM4RST: CONTEOS EN EDRS-CONTADOR
      *    1=LEIDOS 2=RESPALDADOS 3=ANONIMIZADOS 4=SIN HISTORICO
      *    5=EN RETENCION LEGAL
       01 WKS-REINICIO.
           02 WKS-FLAG-REINICIO         PIC 9 VALUE ZEROS.
           02 WKS-RST-INTERVALO         PIC 9(05) VALUE 100.
           02 WKS-RST-DESDE-CONTROL     PIC 9(05) VALUE ZEROS.
           02 WKS-RST-ULT-LLAVE         PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
      *--> LA POSICION 9 ES OPCIONAL: "R" = REINICIO DE LA CORRIDA
      *    INCOMPLETA; CUALQUIER OTRO VALOR = CORRIDA NUEVA
       01 WKS-PARM.
           05 WKS-PARM-CORTE             PIC 9(08).
           05 WKS-PARM-REINICIO          PIC X(01).
               88 WKS-PIDE-REINICIO      VALUE "R".

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           MOVE WKS-PARM-CORTE TO WKS-FECHA-CORTE
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-EDM4CL
               UNTIL WKS-EDM4CL-EOF
           PERFORM 900-FINAL
           PERFORM 970-REINICIO-FIN
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN I-O    EDM4CL
           OPEN I-O    EDM4ARH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-CORRIDA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-CORRIDA-HORA
           PERFORM 950-REINICIO-INICIO
      *-->EN REINICIO EL RESPALDO YA ESCRITO SE CONSERVA Y EL
      *   MAESTRO SE POSICIONA DESPUES DE LA ULTIMA LLAVE CONFIRMADA
           IF WKS-FLAG-REINICIO = 1
               OPEN EXTEND EXTRACTO
               MOVE WKS-RST-ULT-LLAVE TO EDMC-LLAVE
               START EDM4CL KEY IS GREATER THAN EDMC-LLAVE
                   INVALID KEY
                       SET WKS-EDM4CL-EOF TO TRUE
               END-START
           ELSE
               OPEN OUTPUT EXTRACTO
           END-IF
           IF NOT WKS-EDM4CL-EOF
               PERFORM 210-LEER-EDM4CL
           END-IF.

       200-PROCESA-EDM4CL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDMC-MARCA-ELIMINADO = "D"
           AND EDMC-FECHA-MARCA-ELIM > ZEROS
           AND EDMC-FECHA-MARCA-ELIM < WKS-FECHA-CORTE
               SET EDBG-VERIFICA TO TRUE
               MOVE EDMC-LLAVE TO EDBG-CO-CLIENTE
               CALL "EDID1BLH" USING REG-EDBLH
               IF EDBG-RETENIDO
                   ADD 1 TO WKS-TOTAL-RETENIDOS
                   DISPLAY "EDID1R21 - OMITIDO EN RETENCION LEGAL: "
                       EDMC-LLAVE " CASO " EDBG-CASO
               ELSE
                   PERFORM 220-RESPALDA-Y-ANONIMIZA
               END-IF
           END-IF
           PERFORM 955-REINICIO-CUENTA
           PERFORM 210-LEER-EDM4CL.

       210-LEER-EDM4CL.
           WRITE REG-EXTRACTO
           IF WKS-EXTRACTO-OK
               ADD 1 TO WKS-TOTAL-RESPALDADOS
               PERFORM 225-ARCHIVA-CLIENTE
               IF WKS-EDM4ARH-OK
                   PERFORM 230-ENMASCARA-CAMPOS
                   REWRITE REG-EDMACL
                   IF WKS-EDM4CL-OK
                       ADD 1 TO WKS-TOTAL-ANONIMIZADOS
                   END-IF
               ELSE
                   ADD 1 TO WKS-TOTAL-SIN-ARCHIVO
                   DISPLAY "EDID1R21 - SIN HISTORICO, NO SE ANONIMIZA: "
                       EDMC-LLAVE " STATUS " WKS-EDM4ARH-STATUS
               END-IF
           END-IF.

      *--> GUARDA LA IMAGEN ORIGINAL EN EL HISTORICO EDM4ARH; SI EL
      *    CODIGO YA ESTABA SE REEMPLAZA CON LA IMAGEN NUEVA
       225-ARCHIVA-CLIENTE.
           INITIALIZE REG-EDMARH
           MOVE EDMC-LLAVE              TO EDAR-CO-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE     TO EDAR-NOMBRE
           MOVE WKS-CORRIDA-FECHA       TO EDAR-FECHA-ARCHIVO
           MOVE WKS-CORRIDA-HORA        TO EDAR-HORA-ARCHIVO
           SET EDAR-ANONIMIZADO         TO TRUE
           MOVE "EDID1R21"              TO EDAR-PROGRAMA
           MOVE EDMC-MOTIVO-ELIMINACION TO EDAR-MOTIVO
           MOVE EDMC-OPERADOR-ULT-MOV   TO EDAR-ULT-OPERADOR
           MOVE EDMC-TERMINAL-ULT-MOV   TO EDAR-ULT-TERMINAL
           MOVE ZEROS                   TO EDAR-FECHA-RESTAURA
           MOVE REG-EDMACL              TO EDAR-IMAGEN
           WRITE REG-EDMARH
           IF WKS-EDM4ARH-DUP
               REWRITE REG-EDMARH
           END-IF.

      *--> BORRA LOS DATOS PERSONALES Y DEJA LA DISPOSICION "A"
       230-ENMASCARA-CAMPOS.
           MOVE "ANONIMIZADO"   TO EDMC-NOMBRE-CLIENTE
       900-FINAL.
           CLOSE EDM4CL
           CLOSE EXTRACTO
           CLOSE EDM4ARH
           SET EDBG-FIN TO TRUE
           CALL "EDID1BLH" USING REG-EDBLH
           DISPLAY "EDID1R21 - LEIDOS       : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R21 - RESPALDADOS  : " WKS-TOTAL-RESPALDADOS
           DISPLAY "EDID1R21 - ANONIMIZADOS : "
               WKS-TOTAL-ANONIMIZADOS
           DISPLAY "EDID1R21 - SIN HISTORICO: "
               WKS-TOTAL-SIN-ARCHIVO
           DISPLAY "EDID1R21 - EN RETENCION LEGAL (OMITIDOS): "
               WKS-TOTAL-RETENIDOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R21" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R21" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R21" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ANONIMIZADOS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

      *--> LA CORRIDA INCOMPLETA QUE SE RETOMA QUEDA CERRADA CON
      *    ERROR EN LA BITACORA (RETORNO 12 = REINICIADA)
       945-JOBLOG-REINICIADO.
           MOVE EDRS-FECHA-CORRIDA TO EDJL-FECHA
           MOVE EDRS-HORA-CORRIDA  TO EDJL-HORA
           MOVE "EDID1R21" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
           AND EDJL-INICIADO
               MOVE "E" TO EDJL-ESTADO
               MOVE 12 TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF.

      *--> ABRE EL CONTROL DE REINICIO: CON "R" Y UNA CORRIDA EN
      *    CURSO SE RETOMA SU ULTIMA LLAVE Y SUS CONTEOS; SI NO, LA
      *    FILA SE INICIA DE NUEVO PARA ESTA CORRIDA
       950-REINICIO-INICIO.
           OPEN I-O EDM4RST
           MOVE ZEROS TO WKS-FLAG-REINICIO
           MOVE "EDID1R21" TO EDRS-PROGRAMA
           READ EDM4RST
           IF WKS-EDM4RST-OK
           AND EDRS-EN-CURSO
               IF WKS-PIDE-REINICIO
                   MOVE 1 TO WKS-FLAG-REINICIO
               ELSE
                   DISPLAY "EDID1R21 - CORRIDA NUEVA, SE DESCARTA EL "
                       "PUNTO DE REINICIO " EDRS-ULT-LLAVE
               END-IF
           ELSE
               IF WKS-PIDE-REINICIO
                   DISPLAY "EDID1R21 - SIN CORRIDA INCOMPLETA, SE "
                       "PROCESA COMPLETO"
               END-IF
           END-IF
           IF WKS-FLAG-REINICIO = 1
               PERFORM 945-JOBLOG-REINICIADO
               MOVE EDRS-ULT-LLAVE TO WKS-RST-ULT-LLAVE
               PERFORM 966-REINICIO-RECUPERA-CONTEOS
               ADD 1 TO EDRS-REINICIOS
               MOVE WKS-JLG-FECHA TO EDRS-FECHA-CORRIDA
               MOVE WKS-JLG-HORA  TO EDRS-HORA-CORRIDA
               MOVE WKS-PARM      TO EDRS-PARM
               REWRITE REG-EDMRST
               DISPLAY "EDID1R21 - REINICIO DESPUES DE LA LLAVE "
                   WKS-RST-ULT-LLAVE
           ELSE
               INITIALIZE REG-EDMRST
               MOVE "EDID1R21"    TO EDRS-PROGRAMA
               MOVE WKS-JLG-FECHA TO EDRS-FECHA-CORRIDA
               MOVE WKS-JLG-HORA  TO EDRS-HORA-CORRIDA
               SET EDRS-EN-CURSO  TO TRUE
               MOVE WKS-PARM      TO EDRS-PARM
               WRITE REG-EDMRST
               IF WKS-EDM4RST-DUP
                   REWRITE REG-EDMRST
               END-IF
           END-IF.

      *--> CUENTA EL REGISTRO YA PROCESADO; CADA INTERVALO DEJA EL
      *    PUNTO DE CONTROL
       955-REINICIO-CUENTA.
           MOVE EDMC-LLAVE TO WKS-RST-ULT-LLAVE
           ADD 1 TO WKS-RST-DESDE-CONTROL
           IF WKS-RST-DESDE-CONTROL NOT < WKS-RST-INTERVALO
               PERFORM 960-REINICIO-PUNTO-CONTROL
           END-IF.

      *--> CONFIRMA EN EDM4RST LA ULTIMA LLAVE PROCESADA Y LOS
      *    CONTEOS A ESE PUNTO
       960-REINICIO-PUNTO-CONTROL.
           MOVE "EDID1R21" TO EDRS-PROGRAMA
           READ EDM4RST
           IF WKS-EDM4RST-OK
               MOVE WKS-RST-ULT-LLAVE TO EDRS-ULT-LLAVE
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDRS-FECHA-CONTROL
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDRS-HORA-CONTROL
               PERFORM 965-REINICIO-GUARDA-CONTEOS
               REWRITE REG-EDMRST
           END-IF
           MOVE ZEROS TO WKS-RST-DESDE-CONTROL.

       965-REINICIO-GUARDA-CONTEOS.
           MOVE WKS-TOTAL-LEIDOS       TO EDRS-CONTADOR(1)
           MOVE WKS-TOTAL-RESPALDADOS  TO EDRS-CONTADOR(2)
           MOVE WKS-TOTAL-ANONIMIZADOS TO EDRS-CONTADOR(3)
           MOVE WKS-TOTAL-SIN-ARCHIVO  TO EDRS-CONTADOR(4)
           MOVE WKS-TOTAL-RETENIDOS    TO EDRS-CONTADOR(5).

       966-REINICIO-RECUPERA-CONTEOS.
           MOVE EDRS-CONTADOR(1) TO WKS-TOTAL-LEIDOS
           MOVE EDRS-CONTADOR(2) TO WKS-TOTAL-RESPALDADOS
           MOVE EDRS-CONTADOR(3) TO WKS-TOTAL-ANONIMIZADOS
           MOVE EDRS-CONTADOR(4) TO WKS-TOTAL-SIN-ARCHIVO
           MOVE EDRS-CONTADOR(5) TO WKS-TOTAL-RETENIDOS.

      *--> CORRIDA COMPLETA: LA FILA QUEDA TERMINADA CON LOS TOTALES
       970-REINICIO-FIN.
           MOVE "EDID1R21" TO EDRS-PROGRAMA
           READ EDM4RST
           IF WKS-EDM4RST-OK
               SET EDRS-TERMINADO TO TRUE
               MOVE WKS-RST-ULT-LLAVE TO EDRS-ULT-LLAVE
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDRS-FECHA-CONTROL
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDRS-HORA-CONTROL
               PERFORM 965-REINICIO-GUARDA-CONTEOS
               REWRITE REG-EDMRST
           END-IF
           CLOSE EDM4RST.
