      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE GENERAL DE CLIENTES (CON REINICIO)       *
      * ARCHIVOS    : EDM4CL (ENTRADA) / REPORTE (SALIDA)              *
      *               SNAPCL (ENTRADA OPCIONAL, SNAPSHOT EDID1R72)     *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT SNAPCL ASSIGN TO SNAPCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SNAPCL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.
       FD  EDM4CL.
       COPY EDMACL.

       FD  SNAPCL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EDSNCL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-SNAPCL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-SNAPCL-OK         VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

      *-->SNAPSHOT DEL MAESTRO (EDID1R72): CON EL DD SNAPCL SE LEE
      *   EL SNAPSHOT EN LUGAR DE EDM4CL, QUE IGUAL SE ABRE PORQUE SU
      *   AREA DE REGISTRO RECIBE LA IMAGEN DE CADA CLIENTE
       01 WKS-SNAPSHOT.
           02 WKS-FLAG-SNAPSHOT         PIC 9 VALUE ZEROS.
               88 WKS-USA-SNAPSHOT      VALUE 1.
           02 WKS-SNP-PENDIENTE         PIC 9 VALUE ZEROS.
           02 WKS-SNP-DETALLES          PIC 9(09) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ACTIVOS         PIC 9(07) VALUE ZEROS.

       100-INICIO.
           OPEN INPUT  EDM4CL
           PERFORM 950-ABRE-SNAPCL
           OPEN OUTPUT REPORTE
           OPEN I-O    EDM4REP
           MOVE "EDID1R01" TO EDRP-REPORTE
           PERFORM 210-LEER-SIGUIENTE.

       210-LEER-PRIMERO.
           IF WKS-USA-SNAPSHOT
               PERFORM 960-LEER-SNAPCL
           ELSE
               READ EDM4CL NEXT RECORD
                   AT END
                       SET WKS-EDM4CL-EOF TO TRUE
               END-READ
           END-IF.

       210-LEER-SIGUIENTE.
           IF WKS-USA-SNAPSHOT
               PERFORM 960-LEER-SNAPCL
           ELSE
               READ EDM4CL NEXT RECORD
                   AT END
                       SET WKS-EDM4CL-EOF TO TRUE
               END-READ
           END-IF.

      *--> POSICIONA EL ARCHIVO DESPUES DEL ULTIMO CODIGO PROCESADO EN
      *    LA CORRIDA ANTERIOR, PARA NO REPROCESAR LO YA REPORTADO.
      *    EL SNAPSHOT VIENE EN ORDEN DE CODIGO: SE SALTA HASTA PASAR
      *    EL CODIGO DE REINICIO
       215-POSICIONAR-REINICIO.
           IF WKS-USA-SNAPSHOT
               PERFORM 210-LEER-SIGUIENTE
               PERFORM 210-LEER-SIGUIENTE
                   UNTIL WKS-EDM4CL-EOF
                   OR EDMC-LLAVE > WKS-PARM-RESTART
           ELSE
               MOVE WKS-PARM-RESTART TO EDMC-LLAVE
               START EDM4CL KEY IS GREATER THAN EDMC-LLAVE
                   INVALID KEY
                       SET WKS-EDM4CL-EOF TO TRUE
               END-START
               IF NOT WKS-EDM4CL-EOF
                   PERFORM 210-LEER-SIGUIENTE
               END-IF
           END-IF.

       220-ESCRIBE-DETALLE.
               PERFORM 940-ESCRIBE-REPORTE
           END-PERFORM
           CLOSE EDM4CL
           IF WKS-USA-SNAPSHOT
               CLOSE SNAPCL
           END-IF
           CLOSE REPORTE
           CLOSE EDM4REP
           DISPLAY "EDID1R01 - LEIDOS     : " WKS-TOTAL-LEIDOS
           MOVE WKS-REP-LINEA     TO EDRP-LINEA
           MOVE WKS-REP-LINEA-TXT TO EDRP-TEXTO
           WRITE REG-EDMREP.

      *--> EL SNAPSHOT DE EDID1R72 SE USA SOLO SI EL DD SNAPCL ABRE Y
      *    TRAE REGISTROS; SIN DD O VACIO SE LEE EL MAESTRO. EL PRIMER
      *    REGISTRO QUEDA EN EL AREA DE SNAPCL PARA LA PRIMERA LECTURA
       950-ABRE-SNAPCL.
           MOVE ZEROS TO WKS-FLAG-SNAPSHOT
           MOVE ZEROS TO WKS-SNP-PENDIENTE
           MOVE ZEROS TO WKS-SNP-DETALLES
           OPEN INPUT SNAPCL
           IF WKS-SNAPCL-OK
               READ SNAPCL
                   AT END
                       CONTINUE
               END-READ
               IF WKS-SNAPCL-OK
                   MOVE 1 TO WKS-FLAG-SNAPSHOT
                   MOVE 1 TO WKS-SNP-PENDIENTE
               ELSE
                   CLOSE SNAPCL
               END-IF
           END-IF
           IF WKS-USA-SNAPSHOT
               DISPLAY "EDID1R01 - ENTRADA: SNAPSHOT SNAPCL"
           ELSE
               DISPLAY "EDID1R01 - ENTRADA: MAESTRO EDM4CL"
           END-IF.

      *--> ENTREGA EL SIGUIENTE CLIENTE DEL SNAPSHOT EN REG-EDMACL. EL
      *    REGISTRO DE CONTROL TERMINA LA LECTURA Y DEBE CUADRAR CON LO
      *    LEIDO; UN SNAPSHOT TRUNCADO O QUE NO CUADRA DEJA RETORNO 8
       960-LEER-SNAPCL.
           IF WKS-SNP-PENDIENTE = 1
               MOVE ZEROS TO WKS-SNP-PENDIENTE
           ELSE
               READ SNAPCL
                   AT END
                       CONTINUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WKS-SNAPCL-OK
                   DISPLAY "EDID1R01 - SNAPSHOT SIN REGISTRO DE CONTROL"
                   MOVE 8 TO RETURN-CODE
                   SET WKS-EDM4CL-EOF TO TRUE
               WHEN EDSN-DETALLE
                   ADD 1 TO WKS-SNP-DETALLES
                   MOVE EDSN-IMAGEN TO REG-EDMACL
               WHEN EDSN-CONTROL
                   IF EDSN-TOTAL-REGISTROS NOT = WKS-SNP-DETALLES
                       DISPLAY "EDID1R01 - SNAPSHOT NO CUADRA, "
                           "CONTROL: "
                           EDSN-TOTAL-REGISTROS " LEIDOS: "
                           WKS-SNP-DETALLES
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "EDID1R01 - SNAPSHOT DEL "
                           EDSN-FECHA-EXTRACCION " "
                           EDSN-HORA-EXTRACCION ", REGISTROS: "
                           WKS-SNP-DETALLES
                   END-IF
                   SET WKS-EDM4CL-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "EDID1R01 - TIPO DE REGISTRO INVALIDO "
                       "EN SNAPCL: "
                       EDSN-TIPO-REG
                   MOVE 8 TO RETURN-CODE
                   SET WKS-EDM4CL-EOF TO TRUE
           END-EVALUATE.
