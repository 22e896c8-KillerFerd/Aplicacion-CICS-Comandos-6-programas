      * TIPO        : BATCH                                            *
      * DESCRIPCION : EXTRACTO DE CLIENTES POR MES DE NACIMIENTO       *
      * ARCHIVOS    : EDM4CL (ENTRADA) / REPORTE (SALIDA)              *
      *               SNAPCL (ENTRADA OPCIONAL, SNAPSHOT EDID1R72)     *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : EDID1BCT                                         *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 08/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE EL MES DE NACIMIENTO (MM) POR PARM DE JCL. EXTRAE DE    *
      * EDM4CL TODO CLIENTE CUYA FECHA-NAC-O-CONSTITUC CAIGA EN ESE MES*
      * Y SEA CONTACTABLE POR TELEFONO SEGUN LA RUTINA EDID1BCT (SIN   *
      * MARCA DE ELIMINADO, FUSIONADO O SUSPENDIDO, NO FALLECIDO, NO   *
      * SENSIBLE, ALTA COMPLETA, SIN VETO DEL CANAL Y SIN DIRECCION    *
      * DEVUELTA), Y LO REPORTA ORDENADO POR DIA DE NACIMIENTO PARA    *
      * PROMOCIONES DE CUMPLEANOS. EL CIERRE DEL REPORTE CUENTA LOS    *
      * CLIENTES DEL MES QUE QUEDARON FUERA POR CADA MOTIVO            *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R04.
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT SNAPCL ASSIGN TO SNAPCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SNAPCL-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

           SELECT REPORTE ASSIGN TO REPORTE
               RECORD KEY IS EDCA-LLAVE
               FILE STATUS IS WKS-EDM4CAM-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  EDM4CL.
       COPY EDMACL.

       FD  SNAPCL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EDSNCL.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-DIA-NACIMIENTO         PIC 99.
       FD  EDM4CAM.
       COPY EDMCAM.

       FD  EDM4CTL.
       COPY EDMCTL.


       WORKING-STORAGE SECTION.

       COPY EDBCT.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-SNAPCL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-SNAPCL-OK         VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-EDM4CAM-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CAM-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".

      *-->SNAPSHOT DEL MAESTRO (EDID1R72): CON EL DD SNAPCL SE LEE
      *   EL SNAPSHOT EN LUGAR DE EDM4CL, QUE IGUAL SE ABRE PORQUE SU
      *   AREA DE REGISTRO RECIBE LA IMAGEN DE CADA CLIENTE
       01 WKS-SNAPSHOT.
           02 WKS-FLAG-SNAPSHOT         PIC 9 VALUE ZEROS.
               88 WKS-USA-SNAPSHOT      VALUE 1.
           02 WKS-SNP-PENDIENTE         PIC 9 VALUE ZEROS.
           02 WKS-SNP-DETALLES          PIC 9(09) VALUE ZEROS.

       01 WKS-FLAGS.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-EXTRAIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SUPRIMIDOS      PIC 9(07) VALUE ZEROS.
      *-->NO CONTACTABLES POR MOTIVO DE LA RUTINA EDID1BCT
           02 WKS-TOTAL-MOTIVO          PIC 9(07) OCCURS 10.
           02 WKS-MOT-IDX               PIC 9(02) VALUE ZEROS.

      *-->SUPRESION DE CAMPANAS: DIAS DEL REGISTRO PARAMS DE EDM4CTL
      *   Y FECHA DE CORTE (HOY - DIAS); CON DIAS = 000 NO SE SUPRIME
       01 WKS-SUPRESION.
           02 WKS-FLAG-SUPRESION        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CONTACTADO       PIC 9 VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-CORTE-SUP       PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-DIAS           PIC 9(07) VALUE ZEROS.
               "TOTAL SUPRIMIDOS: ".
           02 WKS-TOT-SUPRIMIDOS        PIC ZZZ,ZZ9.

       01 WKS-MOTIVOS-TITLE             PIC X(80) VALUE
           "NO CONTACTABLES POR MOTIVO (EDID1BCT):".
       01 WKS-MOTIVO-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-MOT-DESCRIPCION       PIC X(24).
           02 WKS-TOT-MOTIVO            PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD

       100-FILTRA-EDM4CL.
           OPEN INPUT EDM4CL
           PERFORM 950-ABRE-SNAPCL
           OPEN I-O   EDM4CAM
           PERFORM VARYING WKS-MOT-IDX FROM 1 BY 1
           UNTIL WKS-MOT-IDX > EDBC-NO-MOTIVOS
               MOVE ZEROS TO WKS-TOTAL-MOTIVO(WKS-MOT-IDX)
           END-PERFORM
           PERFORM 110-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               MOVE EDMC-FECHA-NAC-O-CONSTITUC (3:2) TO WKS-MES-REGISTRO
               IF WKS-MES-REGISTRO = WKS-MES-BUSCA
                   PERFORM 115-CHECK-SUPRESION
                   PERFORM 117-CHECK-CONTACTABLE
                   EVALUATE TRUE
                       WHEN NOT EDBC-CONTACTABLE
                           ADD 1 TO WKS-TOTAL-MOTIVO(EDBC-MOTIVO)
                       WHEN WKS-FLAG-CONTACTADO = 1
                           ADD 1 TO WKS-TOTAL-SUPRIMIDOS
                       WHEN OTHER
               PERFORM 110-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           IF WKS-USA-SNAPSHOT
               CLOSE SNAPCL
           END-IF
           CLOSE EDM4CAM
           SET EDBC-FIN TO TRUE
           CALL "EDID1BCT" USING REG-EDBCT.

      *--> LEE LOS DIAS DE SUPRESION DEL REGISTRO PARAMS DE EDM4CTL
      *    Y CALCULA LA FECHA DE CORTE (HOY - DIAS)
               END-IF
           END-IF.

      *--> CONTACTABILIDAD POR TELEFONO (EL QUE TENGA EL CLIENTE)
      *    SEGUN LA RUTINA COMUN; SE LE PASA LA IMAGEN YA LEIDA
       117-CHECK-CONTACTABLE.
           SET EDBC-VERIFICA TO TRUE
           MOVE EDMC-LLAVE  TO EDBC-CO-CLIENTE
           SET EDBC-CANAL-FONO TO TRUE
           MOVE REG-EDMACL  TO EDBC-IMAGEN
           CALL "EDID1BCT" USING REG-EDBCT.

      *--> HISTORIAL DE CONTACTO: UNA FILA POR CLIENTE INCLUIDO EN
      *    EL EXTRACTO (CANAL TELEFONO, CAMPANA CUMPLE+MES)
           WRITE REG-EDMCAM.

       110-LEER-EDM4CL.
           IF WKS-USA-SNAPSHOT
               PERFORM 960-LEER-SNAPCL
           ELSE
               READ EDM4CL NEXT RECORD
                   AT END
                       SET WKS-EDM4CL-EOF TO TRUE
               END-READ
           END-IF.

       120-LIBERA-REGISTRO.
           MOVE EDMC-FECHA-NAC-O-CONSTITUC (1:2) TO SRT-DIA-NACIMIENTO
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           MOVE WKS-TOTAL-SUPRIMIDOS TO WKS-TOT-SUPRIMIDOS
           WRITE REG-REPORTE FROM WKS-SUPRIMIDOS-LINE
           WRITE REG-REPORTE FROM WKS-MOTIVOS-TITLE
           PERFORM VARYING WKS-MOT-IDX FROM 1 BY 1
           UNTIL WKS-MOT-IDX > EDBC-NO-MOTIVOS
               MOVE EDBC-MOTIVO-TEXTO(WKS-MOT-IDX)
                 TO WKS-MOT-DESCRIPCION
               MOVE WKS-TOTAL-MOTIVO(WKS-MOT-IDX) TO WKS-TOT-MOTIVO
               WRITE REG-REPORTE FROM WKS-MOTIVO-LINE
           END-PERFORM
           CLOSE REPORTE.

       310-LEER-SORT.
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

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
               DISPLAY "EDID1R04 - ENTRADA: SNAPSHOT SNAPCL"
           ELSE
               DISPLAY "EDID1R04 - ENTRADA: MAESTRO EDM4CL"
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
                   DISPLAY "EDID1R04 - SNAPSHOT SIN REGISTRO DE CONTROL"
                   MOVE 8 TO RETURN-CODE
                   SET WKS-EDM4CL-EOF TO TRUE
               WHEN EDSN-DETALLE
                   ADD 1 TO WKS-SNP-DETALLES
                   MOVE EDSN-IMAGEN TO REG-EDMACL
               WHEN EDSN-CONTROL
                   IF EDSN-TOTAL-REGISTROS NOT = WKS-SNP-DETALLES
                       DISPLAY "EDID1R04 - SNAPSHOT NO CUADRA, "
                           "CONTROL: "
                           EDSN-TOTAL-REGISTROS " LEIDOS: "
                           WKS-SNP-DETALLES
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "EDID1R04 - SNAPSHOT DEL "
                           EDSN-FECHA-EXTRACCION " "
                           EDSN-HORA-EXTRACCION ", REGISTROS: "
                           WKS-SNP-DETALLES
                   END-IF
                   SET WKS-EDM4CL-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "EDID1R04 - TIPO DE REGISTRO INVALIDO "
                       "EN SNAPCL: "
                       EDSN-TIPO-REG
                   MOVE 8 TO RETURN-CODE
                   SET WKS-EDM4CL-EOF TO TRUE
           END-EVALUATE.
