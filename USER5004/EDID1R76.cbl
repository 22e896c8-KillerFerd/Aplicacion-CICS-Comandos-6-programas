      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R76                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REASIGNACION MASIVA DE OFICIALES DE RELACION     *
      * ARCHIVOS    : EDM4OFI (I/O) / EDM4OFH (I/O) / EDM4PRF /        *
      *               EDM4CL / REPORTE (SALIDA)                        *
      * ACCION (ES) : S=Simulacion R=Reasignacion real                 *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CUANDO UN OFICIAL DE RELACION SE VA, SU CARTERA (EDM4OFI)     *
      * PASA A OTRO. EL PARM TRAE EL MODO (1), EL OFICIAL QUE SALE    *
      * (8) Y EL QUE RECIBE (8):                                      *
      *   - OFICIAL QUE SALE EN BLANCO: SE TOMAN TODOS LOS OFICIALES  *
      *     QUE YA NO PUEDEN ATENDER, ES DECIR LOS BLOQUEADOS EN      *
      *     EDM4PRF (BLOQUEO AUTOMATICO DE EDID1R40 O MANUAL) Y LOS   *
      *     QUE YA NO ESTAN EN EDM4PRF                                *
      *   - OFICIAL QUE RECIBE EN BLANCO: LOS CLIENTES QUEDAN SIN     *
      *     OFICIAL Y SALEN LISTADOS PARA REPARTIRLOS EN LINEA        *
      *     (EDID1IL2). SI VIENE, DEBE EXISTIR EN EDM4PRF, NO ESTAR   *
      *     BLOQUEADO NI SER UN PERFIL DE ENTRENAMIENTO               *
      * MODOS: S (O BLANCO) SOLO REPORTA; R REESCRIBE O BORRA LA      *
      * ASIGNACION Y DEJA CADA CAMBIO EN LA HISTORIA EDM4OFH.         *
      * UN PARM INVALIDO O UNA FALLA AL GRABAR TERMINA EN RETORNO 8   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R76.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4OFI ASSIGN TO EDM4OFI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDOF-LLAVE
               FILE STATUS IS WKS-EDM4OFI-STATUS.

           SELECT EDM4OFH ASSIGN TO EDM4OFH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDOH-LLAVE
               FILE STATUS IS WKS-EDM4OFH-STATUS.

           SELECT EDM4PRF ASSIGN TO EDM4PRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPF-LLAVE
               FILE STATUS IS WKS-EDM4PRF-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4OFI.
       COPY EDMOFI.

       FD  EDM4OFH.
       COPY EDMOFH.

       FD  EDM4PRF.
       COPY EDMPRF.

       FD  EDM4CL.
       COPY EDMACL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4OFI-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4OFI-OK        VALUE "00".
               88 WKS-EDM4OFI-EOF       VALUE "10".
           02 WKS-EDM4OFH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4OFH-OK        VALUE "00".
               88 WKS-EDM4OFH-DUPREC    VALUE "22".
           02 WKS-EDM4PRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRF-OK        VALUE "00".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-SIMULACION       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SALE             PIC 9 VALUE ZEROS.

       01 WKS-OFICIAL-ANTES             PIC X(08) VALUE SPACES.
       01 WKS-MOTIVO                    PIC X(20) VALUE SPACES.
       01 WKS-REINTENTOS                PIC 9(02) VALUE ZEROS.
      *-->HORA HHMMSS QUE SE CORRE UN SEGUNDO AL CHOCAR LA LLAVE
       01 WKS-HORA-PASO.
           02 WKS-HMS                   PIC 9(06) VALUE ZEROS.
           02 WKS-HMS-R REDEFINES WKS-HMS.
               03 WKS-HMS-HH            PIC 9(02).
               03 WKS-HMS-MM            PIC 9(02).
               03 WKS-HMS-SS            PIC 9(02).
           02 WKS-SEG-DIA               PIC 9(05) VALUE ZEROS.
           02 WKS-SEG-RESTO             PIC 9(05) VALUE ZEROS.

       01 WKS-TOTAL-LEIDOS              PIC 9(07) VALUE ZEROS.
       01 WKS-TOTAL-ESCRITOS            PIC 9(07) VALUE ZEROS.
       01 WKS-TOTAL-REASIGNADOS         PIC 9(07) VALUE ZEROS.
       01 WKS-TOTAL-SIN-OFICIAL         PIC 9(07) VALUE ZEROS.
       01 WKS-TOTAL-ERRORES             PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "REASIGNACION MASIVA DE OFICIALES DE RELACION - EDID1R76".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(06) VALUE "MODO: ".
           02 WKS-HDR-MODO              PIC X(10).
           02 FILLER                    PIC X(12) VALUE
               "   SALE: ".
           02 WKS-HDR-SALE              PIC X(20).
           02 FILLER                    PIC X(10) VALUE
               " RECIBE: ".
           02 WKS-HDR-RECIBE            PIC X(20).
           02 FILLER                    PIC X(12) VALUE SPACES.
       01 WKS-HEADER-LINE-3             PIC X(90) VALUE
           "CLIENTE   NOMBRE                    SUC OFI SALE OFI RECI
      -    "BE RESULTADO".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(25).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-SUCURSAL          PIC X(03).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-SALE              PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-RECIBE            PIC X(08).
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-RESULTADO         PIC X(30).

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM.
           05 WKS-PARM-MODO             PIC X(01).
               88 WKS-MODO-SIMULACION   VALUES "S" " ".
               88 WKS-MODO-REAL         VALUE "R".
           05 WKS-PARM-OFI-SALE         PIC X(08).
           05 WKS-PARM-OFI-RECIBE       PIC X(08).

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 110-ABRE-ARCHIVOS
               PERFORM 120-VALIDA-RECIBE
               IF WKS-FLAG-ERROR = ZEROS
                   PERFORM 200-PROCESA-ASIGNACIONES
               END-IF
               PERFORM 900-FINAL
           END-IF
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> VALIDA EL PARM: MODO CONOCIDO Y OFICIALES DISTINTOS
       100-INICIO.
           EVALUATE TRUE
               WHEN WKS-MODO-REAL
                   MOVE ZEROS TO WKS-FLAG-SIMULACION
                   MOVE "REAL      " TO WKS-HDR-MODO
               WHEN WKS-MODO-SIMULACION
                   MOVE 1 TO WKS-FLAG-SIMULACION
                   MOVE "SIMULACION" TO WKS-HDR-MODO
               WHEN OTHER
                   DISPLAY "EDID1R76 - MODO INVALIDO (S/R): "
                       WKS-PARM-MODO
                   MOVE 1 TO WKS-FLAG-ERROR
           END-EVALUATE
           IF WKS-PARM-OFI-SALE > SPACES
           AND WKS-PARM-OFI-SALE = WKS-PARM-OFI-RECIBE
               DISPLAY "EDID1R76 - EL OFICIAL QUE SALE Y EL QUE "
                   "RECIBE SON EL MISMO: " WKS-PARM-OFI-SALE
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF
           IF WKS-PARM-OFI-SALE > SPACES
               MOVE WKS-PARM-OFI-SALE TO WKS-HDR-SALE
           ELSE
               MOVE "BLOQUEADOS/DE BAJA" TO WKS-HDR-SALE
           END-IF
           IF WKS-PARM-OFI-RECIBE > SPACES
               MOVE WKS-PARM-OFI-RECIBE TO WKS-HDR-RECIBE
           ELSE
               MOVE "(QUEDAN SIN OFICIAL)" TO WKS-HDR-RECIBE
           END-IF.

      *--> LA SIMULACION SOLO LEE
       110-ABRE-ARCHIVOS.
           IF WKS-FLAG-SIMULACION = 1
               OPEN INPUT EDM4OFI
           ELSE
               OPEN I-O EDM4OFI
               OPEN I-O EDM4OFH
           END-IF
           OPEN INPUT EDM4PRF
           OPEN INPUT EDM4CL
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3.

      *--> EL OFICIAL QUE RECIBE DEBE PODER ATENDER LA CARTERA
       120-VALIDA-RECIBE.
           IF WKS-PARM-OFI-RECIBE > SPACES
               MOVE WKS-PARM-OFI-RECIBE TO EDPF-OPERADOR
               READ EDM4PRF
               EVALUATE TRUE
                   WHEN NOT WKS-EDM4PRF-OK
                       DISPLAY "EDID1R76 - OFICIAL QUE RECIBE NO "
                           "EXISTE: " WKS-PARM-OFI-RECIBE
                       MOVE 1 TO WKS-FLAG-ERROR
                   WHEN EDPF-BLOQUEADO
                       DISPLAY "EDID1R76 - OFICIAL QUE RECIBE "
                           "BLOQUEADO: " WKS-PARM-OFI-RECIBE
                       MOVE 1 TO WKS-FLAG-ERROR
                   WHEN EDPF-ES-ENTRENA
                       DISPLAY "EDID1R76 - OFICIAL QUE RECIBE ES DE "
                           "ENTRENAMIENTO: " WKS-PARM-OFI-RECIBE
                       MOVE 1 TO WKS-FLAG-ERROR
               END-EVALUATE
           END-IF.

      *--> BARRIDO DE LAS ASIGNACIONES VIGENTES
       200-PROCESA-ASIGNACIONES.
           PERFORM 210-LEER-EDM4OFI
           PERFORM UNTIL WKS-EDM4OFI-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               PERFORM 220-EVALUA-OFICIAL
               IF WKS-FLAG-SALE = 1
                   PERFORM 230-REASIGNA-CLIENTE
               END-IF
               PERFORM 210-LEER-EDM4OFI
           END-PERFORM.

       210-LEER-EDM4OFI.
           READ EDM4OFI NEXT RECORD
               AT END
                   SET WKS-EDM4OFI-EOF TO TRUE
           END-READ.

      *--> DECIDE SI EL OFICIAL DE LA FILA SALE Y CON QUE MOTIVO
       220-EVALUA-OFICIAL.
           MOVE ZEROS TO WKS-FLAG-SALE
           IF WKS-PARM-OFI-SALE > SPACES
               IF EDOF-OFICIAL = WKS-PARM-OFI-SALE
                   MOVE 1 TO WKS-FLAG-SALE
                   MOVE "SALIDA DE OFICIAL" TO WKS-MOTIVO
               END-IF
           ELSE
               MOVE EDOF-OFICIAL TO EDPF-OPERADOR
               READ EDM4PRF
               IF NOT WKS-EDM4PRF-OK
                   MOVE 1 TO WKS-FLAG-SALE
                   MOVE "OFICIAL DADO DE BAJA" TO WKS-MOTIVO
               ELSE
                   IF EDPF-BLOQUEADO
                       MOVE 1 TO WKS-FLAG-SALE
                       MOVE "OFICIAL BLOQUEADO" TO WKS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *--> PASA EL CLIENTE AL OFICIAL QUE RECIBE O LO DEJA SIN OFICIAL
       230-REASIGNA-CLIENTE.
           MOVE EDOF-OFICIAL TO WKS-OFICIAL-ANTES
           MOVE EDOF-CO-CLIENTE TO WKS-DET-CLIENTE
           MOVE EDOF-OFICIAL TO WKS-DET-SALE
           MOVE EDOF-CO-CLIENTE TO EDMC-LLAVE
           READ EDM4CL
           IF WKS-EDM4CL-OK
               MOVE EDMC-NOMBRE-CLIENTE(1:25) TO WKS-DET-NOMBRE
               MOVE EDMC-SUCURSAL TO WKS-DET-SUCURSAL
           ELSE
               MOVE "** NO ESTA EN EL MAESTRO" TO WKS-DET-NOMBRE
               MOVE SPACES TO WKS-DET-SUCURSAL
           END-IF
           IF WKS-PARM-OFI-RECIBE > SPACES
               MOVE WKS-PARM-OFI-RECIBE TO WKS-DET-RECIBE
           ELSE
               MOVE "SIN OFIC" TO WKS-DET-RECIBE
           END-IF
           IF WKS-FLAG-SIMULACION = 1
               MOVE "SIMULADO" TO WKS-DET-RESULTADO
               PERFORM 240-CUENTA-CAMBIO
           ELSE
               IF WKS-PARM-OFI-RECIBE > SPACES
                   MOVE WKS-PARM-OFI-RECIBE TO EDOF-OFICIAL
                   MOVE FUNCTION CURRENT-DATE(1:8) TO EDOF-FECHA-DESDE
                   MOVE "EDID1R76" TO EDOF-OPERADOR
                   MOVE "EDID1R76" TO EDOF-PROGRAMA
                   REWRITE REG-EDMOFI
               ELSE
                   DELETE EDM4OFI RECORD
               END-IF
               IF WKS-EDM4OFI-OK
                   ADD 1 TO WKS-TOTAL-ESCRITOS
                   MOVE WKS-MOTIVO TO WKS-DET-RESULTADO
                   PERFORM 240-CUENTA-CAMBIO
                   PERFORM 250-ESCRIBE-HISTORIA
               ELSE
                   MOVE 1 TO WKS-FLAG-ERROR
                   ADD 1 TO WKS-TOTAL-ERRORES
                   MOVE SPACES TO WKS-DET-RESULTADO
                   STRING "** ERROR EDM4OFI " WKS-EDM4OFI-STATUS
                       DELIMITED BY SIZE INTO WKS-DET-RESULTADO
               END-IF
           END-IF
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       240-CUENTA-CAMBIO.
           IF WKS-PARM-OFI-RECIBE > SPACES
               ADD 1 TO WKS-TOTAL-REASIGNADOS
           ELSE
               ADD 1 TO WKS-TOTAL-SIN-OFICIAL
           END-IF.

      *--> FILA DE HISTORIA; EN CHOQUE DE LLAVE SE CORRE LA HORA
       250-ESCRIBE-HISTORIA.
           INITIALIZE REG-EDMOFH
           MOVE WKS-DET-CLIENTE             TO EDOH-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDOH-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDOH-HORA
           MOVE WKS-OFICIAL-ANTES           TO EDOH-OFICIAL-ANTES
           MOVE WKS-PARM-OFI-RECIBE         TO EDOH-OFICIAL-NUEVO
           MOVE "EDID1R76"                  TO EDOH-OPERADOR
           MOVE "EDID1R76"                  TO EDOH-PROGRAMA
           MOVE WKS-MOTIVO                  TO EDOH-MOTIVO
           MOVE ZEROS TO WKS-REINTENTOS
           WRITE REG-EDMOFH
           PERFORM UNTIL NOT WKS-EDM4OFH-DUPREC
           OR WKS-REINTENTOS > 98
               ADD 1 TO WKS-REINTENTOS
               MOVE EDOH-HORA TO WKS-HMS
               PERFORM 255-AVANZA-SEGUNDO
               MOVE WKS-HMS TO EDOH-HORA
               WRITE REG-EDMOFH
           END-PERFORM
           IF NOT WKS-EDM4OFH-OK
               DISPLAY "EDID1R76 - HISTORIA EDM4OFH NO GRABADA: "
                   WKS-DET-CLIENTE " " WKS-EDM4OFH-STATUS
           END-IF.

      *--> SUMA UN SEGUNDO A WKS-HMS LLEVANDO A MINUTOS Y HORAS; DESPUES
      *    DE 235959 SIGUE EN 000000 DEL MISMO DIA (NUNCA UNA HORA
      *    INVALIDA EN LA LLAVE)
       255-AVANZA-SEGUNDO.
           COMPUTE WKS-SEG-DIA = WKS-HMS-HH * 3600
                               + WKS-HMS-MM * 60
                               + WKS-HMS-SS + 1
           IF WKS-SEG-DIA > 86399
               MOVE ZEROS TO WKS-SEG-DIA
           END-IF
           DIVIDE WKS-SEG-DIA BY 3600 GIVING WKS-HMS-HH
               REMAINDER WKS-SEG-RESTO
           DIVIDE WKS-SEG-RESTO BY 60 GIVING WKS-HMS-MM
               REMAINDER WKS-HMS-SS.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "ASIGNACIONES LEIDAS         :" TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-LEIDOS TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CLIENTES REASIGNADOS        :" TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-REASIGNADOS TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CLIENTES QUE QUEDAN SIN OFIC:" TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-SIN-OFICIAL TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "ERRORES DE GRABACION        :" TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-ERRORES TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           CLOSE EDM4OFI
           IF WKS-FLAG-SIMULACION = ZEROS
               CLOSE EDM4OFH
           END-IF
           CLOSE EDM4PRF
           CLOSE EDM4CL
           CLOSE REPORTE
           DISPLAY "EDID1R76 - MODO       : " WKS-HDR-MODO
           DISPLAY "EDID1R76 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R76 - ESCRITOS   : " WKS-TOTAL-ESCRITOS.

       910-ESCRIBE-TOTAL.
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           DISPLAY "EDID1R76 - " WKS-TOTAL-LINE.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R76" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R76" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN PARM INVALIDO O UNA FALLA
      *    DE GRABACION TERMINA EN ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R76" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ESCRITOS TO EDJL-ESCRITOS
               IF WKS-FLAG-ERROR = 1
                   MOVE "E" TO EDJL-ESTADO
                   MOVE 8 TO EDJL-RETORNO
               ELSE
                   MOVE "T" TO EDJL-ESTADO
                   MOVE ZEROS TO EDJL-RETORNO
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
