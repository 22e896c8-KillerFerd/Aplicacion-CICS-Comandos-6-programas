      * PROGRAMA    : EDID1R45                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PURGA GENERICA POR TABLA DE RETENCION            *
      * ARCHIVOS    : EDM4RET / EDM4JLG / EDM4ERR / EDM4RCH /          *
      *               EDM4WKL / EDM4EVT / EDM4RND (I/O) /              *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : D=Depurar                                        *
      * PROGRAMA(S) : CALL EDID1BLH                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      *   EDM4RCH  POR EDRC-FECHA (FILTRO SOBRE EDRC-ESTADO, USAR T)  *
      *   EDM4WKL  POR EDWK-FECHA-RESUEL (FILTRO R: SOLO RESUELTOS)   *
      *   EDM4EVT  POR EDEV-FECHA (EVENTOS YA DRENADOS)               *
      *   EDM4RND  POR EDRD-FECHA (TIEMPOS DE RESPUESTA EN LINEA)     *
      * SI EDM4RET NO TIENE LA FILA DE EDM4RND SE DA DE ALTA CON 90   *
      * DIAS Y SIN FILTRO; PARA NO DEPURARLO SE LE PONEN 999 DIAS.    *
      * EL SPOOL, LA BITACORA DE AUDITORIA Y EL REPOSITORIO SIGUEN    *
      * CON SUS PURGAS PROPIAS (EDID1R24 / EDID1R11 / EDID1R30).      *
      * CADA ARCHIVO DEJA SU CONTEO EN EDM4JLG Y EN EL REPORTE.       *
      * LAS FILAS CON CODIGO DE CLIENTE (EDM4WKL, EDM4EVT) DE UN      *
      * CLIENTE CON RETENCION LEGAL ACTIVA (RUTINA EDID1BLH) NO SE    *
      * PURGAN: CADA UNA SE LISTA EN EL REPORTE Y SE CUENTA APARTE.   *
      * CORRE EN LA CADENA EOD QUE ARMA EDID1IL5                      *
      ******************************************************************
       ID DIVISION.
       FILE-CONTROL.
           SELECT EDM4RET ASSIGN TO EDM4RET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRT-LLAVE
               FILE STATUS IS WKS-EDM4RET-STATUS.

               RECORD KEY IS EDEV-LLAVE
               FILE STATUS IS WKS-EDM4EVT-STATUS.

           SELECT EDM4RND ASSIGN TO EDM4RND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRD-LLAVE
               FILE STATUS IS WKS-EDM4RND-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.
       FD  EDM4EVT.
       COPY EDMEVT.

       FD  EDM4RND.
       COPY EDMRND.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       WORKING-STORAGE SECTION.

       COPY EDBLH.

       01 WKS-FILE-STATUS.
           02 WKS-EDM4RET-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RET-OK        VALUE "00".
               88 WKS-EDM4RET-EOF       VALUE "10".
               88 WKS-EDM4RET-NOTFND    VALUE "23".
           02 WKS-EDM4JLG-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4JLG-OK        VALUE "00".
           02 WKS-EDM4ERR-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4WKL-OK        VALUE "00".
           02 WKS-EDM4EVT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4EVT-OK        VALUE "00".
           02 WKS-EDM4RND-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RND-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

           02 WKS-FILTRO                PIC X(01) VALUE SPACE.
           02 WKS-EXAMINADOS            PIC 9(07) VALUE ZEROS.
           02 WKS-PURGADOS              PIC 9(07) VALUE ZEROS.
           02 WKS-RETENIDOS             PIC 9(07) VALUE ZEROS.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
           02 WKS-ARCHIVO-IDX           PIC 9(02) VALUE ZEROS.
           02 WKS-TOT-EXAMINADOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOT-PURGADOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOT-RETENIDOS         PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "PURGA GENERICA POR RETENCION - EDID1R45".
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "ARCHIVO   DIAS FILTRO CORTE       EXAMINADOS  PURGADOS  RETE
      -    "NIDOS".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-ARCHIVO           PIC X(08).
           02 WKS-DET-EXAMINADOS        PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 WKS-DET-PURGADOS          PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 WKS-DET-RETENIDOS         PIC ZZZ,ZZ9.

       01 WKS-NOSOPORTA-LINE.
           02 WKS-NS-ARCHIVO            PIC X(08).
           02 FILLER                    PIC X(30) VALUE
               "  SIN RUTINA DE PURGA, OMITIDO".
      *-->FILA QUE SE CONSERVA POR RETENCION LEGAL DEL CLIENTE
       01 WKS-RETENIDO-LINE.
           02 WKS-RT-ARCHIVO            PIC X(08).
           02 FILLER                    PIC X(26) VALUE
               "  RETENCION LEGAL CLIENTE ".
           02 WKS-RT-CO-CLIENTE         PIC 9(08).
           02 FILLER                    PIC X(06) VALUE " CASO ".
           02 WKS-RT-CASO               PIC X(20).
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           PERFORM 110-ALTA-RET-EDM4RND
           OPEN INPUT  EDM4RET
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-RET.

      *--> LA BITACORA DE TIEMPOS DE RESPUESTA ENTRA A LA PURGA CON SU
      *    FILA POR OMISION; SOLO SE AGREGA SI FALTA, ASI QUE LOS DIAS
      *    QUE SE LE CAMBIEN EN EDID1RL2 SE RESPETAN
       110-ALTA-RET-EDM4RND.
           OPEN I-O EDM4RET
           MOVE "EDM4RND " TO EDRT-ARCHIVO
           READ EDM4RET
           IF WKS-EDM4RET-NOTFND
               INITIALIZE REG-EDMRET
               MOVE "EDM4RND "    TO EDRT-ARCHIVO
               MOVE 90            TO EDRT-DIAS
               MOVE SPACE         TO EDRT-FILTRO-ESTADO
               MOVE "EDID1R45"    TO EDRT-OPERADOR
               MOVE WKS-FECHA-HOY TO EDRT-FECHA-ALTA
               WRITE REG-EDMRET
           END-IF
           CLOSE EDM4RET.

       200-PROCESA-TABLA.
           ADD 1 TO WKS-ARCHIVO-IDX
           COMPUTE WKS-ENTERO =
           MOVE EDRT-FILTRO-ESTADO TO WKS-FILTRO
           MOVE ZEROS TO WKS-EXAMINADOS
           MOVE ZEROS TO WKS-PURGADOS
           MOVE ZEROS TO WKS-RETENIDOS
           EVALUATE EDRT-ARCHIVO
               WHEN "EDM4JLG "
                   PERFORM 310-PURGA-EDM4JLG
               WHEN "EDM4EVT "
                   PERFORM 350-PURGA-EDM4EVT
                   PERFORM 400-REPORTA-ARCHIVO
               WHEN "EDM4RND "
                   PERFORM 355-PURGA-EDM4RND
                   PERFORM 400-REPORTA-ARCHIVO
               WHEN OTHER
                   MOVE EDRT-ARCHIVO TO WKS-NS-ARCHIVO
                   WRITE REG-REPORTE FROM WKS-NOSOPORTA-LINE
                       OR EDWK-ESTADO = WKS-FILTRO)
                   AND EDWK-FECHA-RESUEL > ZEROS
                   AND EDWK-FECHA-RESUEL < WKS-FECHA-CORTE
                       MOVE EDWK-CO-CLIENTE TO EDBG-CO-CLIENTE
                       PERFORM 360-VERIFICA-RETENCION
                       IF EDBG-LIBRE
                           DELETE EDM4WKL RECORD
                           ADD 1 TO WKS-PURGADOS
                       END-IF
                   END-IF
                   END-IF
               END-IF
                       MOVE 1 TO WKS-FLAG-FIN
                   ELSE
                       ADD 1 TO WKS-EXAMINADOS
                       MOVE EDEV-CO-CLIENTE TO EDBG-CO-CLIENTE
                       PERFORM 360-VERIFICA-RETENCION
                       IF EDBG-LIBRE
                           DELETE EDM4EVT RECORD
                           ADD 1 TO WKS-PURGADOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EDM4EVT.

       355-PURGA-EDM4RND.
           OPEN I-O EDM4RND
           MOVE ZEROS TO WKS-FLAG-FIN
           PERFORM UNTIL WKS-FLAG-FIN = 1
               READ EDM4RND NEXT RECORD
                   AT END
                       MOVE 1 TO WKS-FLAG-FIN
               END-READ
               IF WKS-FLAG-FIN = ZEROS
                   IF EDRD-FECHA NOT < WKS-FECHA-CORTE
                       MOVE 1 TO WKS-FLAG-FIN
                   ELSE
                       ADD 1 TO WKS-EXAMINADOS
                       DELETE EDM4RND RECORD
                       ADD 1 TO WKS-PURGADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EDM4RND.

      *--> FILA VENCIDA DE UN CLIENTE CON RETENCION LEGAL ACTIVA: SE
      *    CONSERVA Y SE LISTA EN EL REPORTE
       360-VERIFICA-RETENCION.
           SET EDBG-VERIFICA TO TRUE
           CALL "EDID1BLH" USING REG-EDBLH
           IF EDBG-RETENIDO
               ADD 1 TO WKS-RETENIDOS
               MOVE EDRT-ARCHIVO    TO WKS-RT-ARCHIVO
               MOVE EDBG-CO-CLIENTE TO WKS-RT-CO-CLIENTE
               MOVE EDBG-CASO       TO WKS-RT-CASO
               WRITE REG-REPORTE FROM WKS-RETENIDO-LINE
           END-IF.

      *--> LINEA DEL REPORTE Y CONTEO DEL ARCHIVO EN LA BITACORA DE
      *    JOBS (LA HORA SE CORRE POR ARCHIVO PARA NO CHOCAR LLAVES)
       400-REPORTA-ARCHIVO.
           ADD WKS-EXAMINADOS TO WKS-TOT-EXAMINADOS
           ADD WKS-PURGADOS   TO WKS-TOT-PURGADOS
           ADD WKS-RETENIDOS  TO WKS-TOT-RETENIDOS
           MOVE EDRT-ARCHIVO   TO WKS-DET-ARCHIVO
           MOVE EDRT-DIAS      TO WKS-DET-DIAS
           MOVE WKS-FILTRO     TO WKS-DET-FILTRO
           MOVE WKS-FECHA-CORTE TO WKS-DET-CORTE
           MOVE WKS-EXAMINADOS TO WKS-DET-EXAMINADOS
           MOVE WKS-PURGADOS   TO WKS-DET-PURGADOS
           MOVE WKS-RETENIDOS  TO WKS-DET-RETENIDOS
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           OPEN I-O EDM4JLG
           INITIALIZE REG-EDMJLG
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           CLOSE EDM4RET
           CLOSE REPORTE
           SET EDBG-FIN TO TRUE
           CALL "EDID1BLH" USING REG-EDBLH
           DISPLAY "EDID1R45 - EXAMINADOS: " WKS-TOT-EXAMINADOS
           DISPLAY "EDID1R45 - PURGADOS  : " WKS-TOT-PURGADOS
           DISPLAY "EDID1R45 - RETENIDOS : " WKS-TOT-RETENIDOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
