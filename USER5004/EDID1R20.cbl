      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R20                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RESTAURA CLIENTES DEL EXTRACTO O DEL HISTORICO   *
      * ARCHIVOS    : EXTRACTO (ENTRADA) / EDM4CL (I/O) /              *
      *               EDM4AUL (SALIDA) / EDM4CTL (I/O) /               *
      *               EDM4ARH (I/O, HISTORICO DE DEPURADOS)            *
      * ACCION (ES) : C=Cargar                                         *
      * PROGRAMA(S) : CALL EDID1BHS                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * Y REINSERTA ESOS REGISTROS EN EDM4CL TAL CUAL ESTABAN         *
      * (CONSERVANDO FECHA DE CREACION Y MARCA). CADA RESTAURACION    *
      * DEJA BITACORA EDM4AUL "RESTAUR-PURG" Y AJUSTA LAS CIFRAS DE   *
      * CONTROL. LAS LLAVES QUE YA EXISTEN SE OMITEN Y SE CUENTAN.    *
      * UN TERCER BYTE "H" EN EL PARM TOMA LOS REGISTROS DEL          *
      * HISTORICO EDM4ARH EN LUGAR DEL EXTRACTO, SIN IMPORTAR DE QUE  *
      * NOCHE FUE LA PURGA: SOLO LOS DE DISPOSICION "P" (LOS          *
      * ANONIMIZADOS SIGUEN EN EL MAESTRO); A CADA RESTAURADO SE LE   *
      * ANOTA LA FECHA EN EL HISTORICO, QUE NO SE BORRA               *
      * EL CANAL DE ORIGEN DE LA IMAGEN SE CONSERVA; LAS IMAGENES     *
      * ANTERIORES AL REGISTRO DEL CANAL ENTRAN CON CANAL "R"         *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R20.
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

           SELECT EDM4ARH ASSIGN TO EDM4ARH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAR-LLAVE
               FILE STATUS IS WKS-EDM4ARH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO
       FD  EDM4CTL.
       COPY EDMCTL.

       FD  EDM4ARH.
       COPY EDMARH.

       WORKING-STORAGE SECTION.

       COPY EDBHS.

      *-->ANCLA DE LA CADENA DE LA BITACORA LEIDA DE EDM4CTL
       01 WKS-CADENA.
           02 WKS-FLAG-ANCLA            PIC 9 VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EXTRACTO-STATUS       PIC X(02) VALUE SPACES.
               88 WKS-EXTRACTO-OK       VALUE "00".
               88 WKS-EDM4AUL-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-EDM4ARH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4ARH-OK        VALUE "00".
               88 WKS-EDM4ARH-EOF       VALUE "10".

      *--> ORIGEN DE LOS REGISTROS A RESTAURAR
       01 WKS-ORIGEN                    PIC X(01) VALUE "E".
           88 WKS-ORIGEN-EXTRACTO       VALUE "E".
           88 WKS-ORIGEN-HISTORICO      VALUE "H".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FUERA-RANGO     PIC 9(07) VALUE ZEROS.
           02 WKS-REST-PERSONAS         PIC 9(07) VALUE ZEROS.
           02 WKS-REST-COMPANIAS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ANONIMIZADOS    PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
       01 WKS-PARM-RANGO.
           05 WKS-PARM-DESDE            PIC 9(08).
           05 WKS-PARM-HASTA            PIC 9(08).
           05 WKS-PARM-ORIGEN           PIC X(01).

       PROCEDURE DIVISION USING WKS-PARM-RANGO.
       000-MAIN-PROCESS.
      *-->EL ORIGEN ES OPCIONAL EN EL PARM: "H" LEE DEL HISTORICO;
      *   AUSENTE O CUALQUIER OTRO VALOR ES EL EXTRACTO DE LA PURGA
           IF WKS-PARM-ORIGEN = "H"
                SET WKS-ORIGEN-HISTORICO TO TRUE
           END-IF
           PERFORM 100-INICIO
           IF WKS-ORIGEN-HISTORICO
                PERFORM 300-PROCESA-HISTORICO
                    UNTIL WKS-EDM4ARH-EOF
           ELSE
                PERFORM 200-PROCESA-EXTRACTO
                    UNTIL WKS-EXTRACTO-EOF
           END-IF
           PERFORM 900-FINAL
           STOP RUN.

       100-INICIO.
           OPEN I-O   EDM4CL
           OPEN I-O   EDM4AUL
           OPEN I-O   EDM4CTL
           IF WKS-ORIGEN-HISTORICO
                OPEN I-O EDM4ARH
                MOVE WKS-PARM-DESDE TO EDAR-CO-CLIENTE
                START EDM4ARH KEY IS NOT LESS THAN EDAR-LLAVE
                    INVALID KEY
                        SET WKS-EDM4ARH-EOF TO TRUE
                END-START
                IF NOT WKS-EDM4ARH-EOF
                     PERFORM 310-LEER-HISTORICO
                END-IF
           ELSE
                OPEN INPUT EXTRACTO
                PERFORM 210-LEER-EXTRACTO
           END-IF.

       200-PROCESA-EXTRACTO.
           ADD 1 TO WKS-TOTAL-LEIDOS
           END-READ.

      *--> REINSERTA EL REGISTRO TAL CUAL; SI LA LLAVE YA EXISTE SE
      *    OMITE (ALGUIEN YA RECAPTURO EL CODIGO). UNA IMAGEN SIN
      *    CANAL DE ORIGEN QUEDA MARCADA COMO RESTAURADA
       220-RESTAURA-REGISTRO.
           IF EDMC-CANAL-ORIGEN = SPACE
               SET EDMC-CANAL-RESTAURADO TO TRUE
           END-IF
           WRITE REG-EDMACL
           IF WKS-EDM4CL-OK
               ADD 1 TO WKS-TOTAL-RESTAURADOS
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           MOVE REG-EDMACL TO EDAU-IMAGEN-DESPUES
           IF WKS-ORIGEN-HISTORICO
                MOVE "DESDE HISTORICO ARH"      TO EDAU-MOTIVO
           ELSE
                MOVE "DESDE EXTRACTO PURGA"     TO EDAU-MOTIVO
           END-IF
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
           PERFORM 941-AVANZA-ANCLA.

      *--> EL HISTORICO VA POR CODIGO: SE RECORRE DESDE EL INICIO DEL
      *    RANGO Y SE TERMINA AL PASAR EL FINAL
       300-PROCESA-HISTORICO.
           IF EDAR-CO-CLIENTE > WKS-PARM-HASTA
                SET WKS-EDM4ARH-EOF TO TRUE
           ELSE
                ADD 1 TO WKS-TOTAL-LEIDOS
                IF EDAR-ANONIMIZADO
                     ADD 1 TO WKS-TOTAL-ANONIMIZADOS
                ELSE
                     MOVE EDAR-IMAGEN TO REG-EDMACL
                     PERFORM 220-RESTAURA-REGISTRO
                     IF WKS-EDM4CL-OK
                          PERFORM 320-MARCA-RESTAURADO
                     END-IF
                END-IF
                PERFORM 310-LEER-HISTORICO
           END-IF.

       310-LEER-HISTORICO.
           READ EDM4ARH NEXT RECORD
               AT END
                   SET WKS-EDM4ARH-EOF TO TRUE
           END-READ.

      *--> EL HISTORICO SE CONSERVA; SOLO QUEDA ANOTADO QUE EL
      *    CLIENTE VOLVIO AL MAESTRO
       320-MARCA-RESTAURADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDAR-FECHA-RESTAURA
           REWRITE REG-EDMARH.

      *--> SUMA LOS RESTAURADOS A LAS CIFRAS DE CONTROL (LOS
      *    REGISTROS DEL EXTRACTO TRAEN SU MARCA "D" ORIGINAL)
       910-ACTUALIZA-CONTROL.
           MOVE "CONTROL " TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               ADD WKS-TOTAL-RESTAURADOS TO EDCT-TOT-REGISTROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDCT-FECHA-ULT-MOV
               REWRITE REG-EDMCTL
           END-IF.

       900-FINAL.
           PERFORM 910-ACTUALIZA-CONTROL
           IF WKS-ORIGEN-HISTORICO
                CLOSE EDM4ARH
           ELSE
                CLOSE EXTRACTO
           END-IF
           CLOSE EDM4CL
           CLOSE EDM4AUL
           CLOSE EDM4CTL
           DISPLAY "EDID1R20 - LEIDOS       : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R20 - RESTAURADOS  : " WKS-TOTAL-RESTAURADOS
           DISPLAY "EDID1R20 - OMITIDOS     : " WKS-TOTAL-OMITIDOS
           DISPLAY "EDID1R20 - FUERA DE RANGO: " WKS-TOTAL-FUERA-RANGO
           IF WKS-ORIGEN-HISTORICO
                DISPLAY "EDID1R20 - ANONIMIZADOS (NO SE RESTAURAN): "
                    WKS-TOTAL-ANONIMIZADOS
           END-IF.

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
