      * TIPO        : BATCH                                            *
      * DESCRIPCION : CRUCE CONTRA EL REGISTRO CIVIL DE FALLECIDOS     *
      * ARCHIVOS    : FALLECID (ENTRADA) / EDP4CL (ENTRADA) /          *
      *               EDM4WKL (I/O) / REPORTE (SALIDA) /               *
      *               EDM4MAN (I/O) / EDM4AUL (I/O) / EDM4CTL (I/O)    *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : EDID1BFE / EDID1BHS                              *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * HUMANA EN EDID1XLI: PF1 CONFIRMA (RESUELTA, SUPRIME AL        *
      * CLIENTE DE LOS EXTRACTOS EDID1R04 Y EDID1R31 Y LA PURGA       *
      * EDID1R45 NO LA TOCA) Y PF2 DESCARTA (CLIENTE VIVO)            *
      * LOS MANDATOS ACTIVOS QUE EL FALLECIDO OTORGO (EDM4MAN) SE     *
      * CANCELAN DE UNA VEZ CON ESTADO "C" Y FILA "CANCELA MAND" EN   *
      * EDM4AUL: UN PODER NO SOBREVIVE AL OTORGANTE Y NO DEBE SEGUIR  *
      * USANDOSE MIENTRAS SE CONFIRMA. SI LA COINCIDENCIA YA FUE      *
      * DESCARTADA EN EDID1XLI (CLIENTE VIVO) NO SE CANCELA NADA      *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R49.
               RECORD KEY IS EDWK-LLAVE
               FILE STATUS IS WKS-EDM4WKL-STATUS.

           SELECT EDM4MAN ASSIGN TO EDM4MAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMD-LLAVE
               FILE STATUS IS WKS-EDM4MAN-STATUS.

           SELECT EDM4AUL ASSIGN TO EDM4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.
                         ==EDPC-FECHA-PROX-REV==
                     ==EDMC-SECTOR==                 BY
                         ==EDPC-SECTOR==
                     ==EDMC-ESTADO-ALTA==            BY
                         ==EDPC-ESTADO-ALTA==
                     ==EDMC-ALTA-PENDIENTE==         BY
                         ==EDPC-ALTA-PENDIENTE==
                     ==EDMC-CANAL-ORIGEN==           BY
                         ==EDPC-CANAL-ORIGEN==
                     ==EDMC-CANAL-VENTANILLA==       BY
                         ==EDPC-CANAL-VENTANILLA==
                     ==EDMC-CANAL-CARGA==            BY
                         ==EDPC-CANAL-CARGA==
                     ==EDMC-CANAL-ENTRANTE==         BY
                         ==EDPC-CANAL-ENTRANTE==
                     ==EDMC-CANAL-RESTAURADO==       BY
                         ==EDPC-CANAL-RESTAURADO==
                     ==EDMC-CANAL-FUSION==           BY
                         ==EDPC-CANAL-FUSION==
                     ==EDMC-FILLER==                 BY
                         ==EDPC-FILLER==.

       FD  EDM4WKL.
       COPY EDMWKL.

       FD  EDM4MAN.
       COPY EDMMAN.

       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4CTL.
       COPY EDMCTL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.

       COPY EDBHS.

      *-->ANCLA DE LA CADENA DE LA BITACORA LEIDA DE EDM4CTL
       01 WKS-CADENA.
           02 WKS-FLAG-ANCLA            PIC 9 VALUE ZEROS.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

               88 WKS-EDP4CL-OK         VALUE "00".
           02 WKS-EDM4WKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4WKL-OK        VALUE "00".
           02 WKS-EDM4MAN-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4MAN-OK        VALUE "00".
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
               88 WKS-EDM4AUL-DUP       VALUE "22".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-COINCIDE        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-MANDATOS        PIC 9(07) VALUE ZEROS.

       01 WKS-TRABAJO.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-NAC-NUM         PIC 9(08) VALUE ZEROS.
           02 WKS-CLIENTE-HALLADO       PIC 9(08) VALUE ZEROS.
           02 WKS-FLAG-DESCARTADO       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FIN-MAN          PIC 9 VALUE ZEROS.
           02 WKS-REINTENTOS            PIC 9(02) VALUE ZEROS.
      *-->HORA HHMMSS QUE SE CORRE UN SEGUNDO AL CHOCAR LA LLAVE
           02 WKS-HMS                   PIC 9(06) VALUE ZEROS.
           02 WKS-HMS-R REDEFINES WKS-HMS.
               03 WKS-HMS-HH            PIC 9(02).
               03 WKS-HMS-MM            PIC 9(02).
               03 WKS-HMS-SS            PIC 9(02).
           02 WKS-SEG-DIA               PIC 9(05) VALUE ZEROS.
           02 WKS-SEG-RESTO             PIC 9(05) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "CRUCE DE FALLECIDOS DEL REGISTRO CIVIL - EDID1R49".
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-FECHA             PIC 99/99/9999.

      *-->MANDATO CANCELADO, BAJO LA COINCIDENCIA DE SU OTORGANTE
       01 WKS-MANDATO-LINE.
           02 FILLER                    PIC X(10) VALUE SPACES.
           02 FILLER                    PIC X(08) VALUE "MANDATO ".
           02 WKS-MAN-NUMERO            PIC 9(03).
           02 FILLER                    PIC X(23) VALUE
               " CANCELADO, APODERADO ".
           02 WKS-MAN-APODERADO         PIC Z(7)9.

       01 WKS-TOTAL-LINE.
           02 FILLER                    PIC X(25) VALUE
               "COINCIDENCIAS PROBABLES: ".
           02 WKS-TOT-COINCIDE          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "MANDATOS CANCELADOS: ".
           02 WKS-TOT-MANDATOS          PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN INPUT FALLECID
           OPEN INPUT EDP4CL
           OPEN I-O   EDM4WKL
           OPEN I-O   EDM4MAN
           OPEN I-O   EDM4AUL
           OPEN I-O   EDM4CTL
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           MOVE WKS-CLIENTE-HALLADO TO EDWK-CO-CLIENTE
           MOVE "FALLECID" TO EDWK-PROBLEMA
           MOVE ZEROS TO WKS-FLAG-DESCARTADO
           READ EDM4WKL
           IF WKS-EDM4WKL-OK
               IF EDWK-DESCARTADO
                   MOVE 1 TO WKS-FLAG-DESCARTADO
               END-IF
           ELSE
               INITIALIZE REG-EDMWKL
               MOVE WKS-CLIENTE-HALLADO TO EDWK-CO-CLIENTE
                 TO EDWK-DESCRIPCION
               MOVE WKS-FECHA-HOY TO EDWK-FECHA-DETEC
               WRITE REG-EDMWKL
           END-IF
           IF WKS-FLAG-DESCARTADO = ZEROS
               PERFORM 240-CANCELA-MANDATOS
           END-IF.

      *--> RECORRE LOS MANDATOS QUE OTORGO EL CLIENTE Y CANCELA LOS
      *    ACTIVOS; LOS REVOCADOS O YA CANCELADOS NO SE TOCAN
       240-CANCELA-MANDATOS.
           MOVE ZEROS TO WKS-FLAG-FIN-MAN
           MOVE WKS-CLIENTE-HALLADO TO EDMD-CO-CLIENTE
           MOVE ZEROS               TO EDMD-NO-MANDATO
           START EDM4MAN KEY IS NOT LESS THAN EDMD-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-FLAG-FIN-MAN
           END-START
           PERFORM UNTIL WKS-FLAG-FIN-MAN = 1
               READ EDM4MAN NEXT RECORD
                   AT END
                       MOVE 1 TO WKS-FLAG-FIN-MAN
               END-READ
               IF WKS-FLAG-FIN-MAN = ZEROS
                   IF EDMD-CO-CLIENTE NOT = WKS-CLIENTE-HALLADO
                       MOVE 1 TO WKS-FLAG-FIN-MAN
                   ELSE
                       IF EDMD-ACTIVO
                           PERFORM 250-CANCELA-MANDATO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       250-CANCELA-MANDATO.
           SET EDMD-CANCELADO TO TRUE
           MOVE "EDID1R49"            TO EDMD-OPERADOR-BAJA
           MOVE WKS-FECHA-HOY         TO EDMD-FECHA-BAJA
           MOVE "FALLECIDO REG CIVIL" TO EDMD-MOTIVO-BAJA
           MOVE "EDID1R49"            TO EDMD-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY         TO EDMD-FECHA-ULT-MOV
           REWRITE REG-EDMMAN
           IF WKS-EDM4MAN-OK
               ADD 1 TO WKS-TOTAL-MANDATOS
               MOVE EDMD-NO-MANDATO   TO WKS-MAN-NUMERO
               MOVE EDMD-CO-APODERADO TO WKS-MAN-APODERADO
               WRITE REG-REPORTE FROM WKS-MANDATO-LINE
               PERFORM 260-ESCRIBE-BITACORA
           ELSE
               DISPLAY "EDID1R49 - ERROR AL CANCELAR MANDATO "
                   EDMD-LLAVE " STATUS " WKS-EDM4MAN-STATUS
           END-IF.

       260-ESCRIBE-BITACORA.
           INITIALIZE REG-EDMAUL
           MOVE WKS-CLIENTE-HALLADO         TO EDAU-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDAU-FECHA-MOV
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDAU-HORA-MOV
           MOVE "EDID1R49"                  TO EDAU-PROGRAMA
           MOVE "CANCELA MAND"              TO EDAU-ACCION
           MOVE "EDID1R49"                  TO EDAU-OPERADOR
           MOVE "BTCH"                      TO EDAU-TERMINAL
           MOVE "FALLECIDO REG CIVIL"       TO EDAU-MOTIVO
           MOVE ZEROS TO WKS-REINTENTOS
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
      *--> DOS MANDATOS DEL MISMO CLIENTE EN EL MISMO SEGUNDO CHOCAN
      *    EN LA LLAVE; SE CORRE LA HORA HASTA HALLAR HUECO
           PERFORM UNTIL NOT WKS-EDM4AUL-DUP
           OR WKS-REINTENTOS > 98
               ADD 1 TO WKS-REINTENTOS
               MOVE EDAU-HORA-MOV TO WKS-HMS
               PERFORM 265-AVANZA-SEGUNDO
               MOVE WKS-HMS TO EDAU-HORA-MOV
               PERFORM 940-ENCADENA-BITACORA
               WRITE REG-EDMAUL
           END-PERFORM
           IF NOT WKS-EDM4AUL-OK
               DISPLAY "EDID1R49 - BITACORA EDM4AUL NO GRABADA: "
                   WKS-EDM4AUL-STATUS
           END-IF
           PERFORM 941-AVANZA-ANCLA.

      *--> SUMA UN SEGUNDO A WKS-HMS LLEVANDO A MINUTOS Y HORAS; DESPUES
      *    DE 235959 SIGUE EN 000000 DEL MISMO DIA (NUNCA UNA HORA
      *    INVALIDA EN LA LLAVE NI EN LA IMAGEN SELLADA)
       265-AVANZA-SEGUNDO.
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
           MOVE WKS-TOTAL-COINCIDE TO WKS-TOT-COINCIDE
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           CLOSE FALLECID
           CLOSE EDP4CL
           MOVE WKS-TOTAL-MANDATOS TO WKS-TOT-MANDATOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           CLOSE EDM4WKL
           CLOSE EDM4MAN
           CLOSE EDM4AUL
           CLOSE EDM4CTL
           CLOSE REPORTE
           DISPLAY "EDID1R49 - LEIDOS       : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R49 - COINCIDENCIAS: " WKS-TOTAL-COINCIDE
           DISPLAY "EDID1R49 - MANDATOS CANC: " WKS-TOTAL-MANDATOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
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
