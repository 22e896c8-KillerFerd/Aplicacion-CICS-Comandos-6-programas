      * DESCRIPCION : GENERACION DE ETIQUETAS Y ARCHIVO DE CARTAS      *
      * ARCHIVOS    : EDM4CL (ENTRADA) / LISTA (ENTRADA) /             *
      *               ETIQUETA (SALIDA) / CARTAS (SALIDA) /            *
      *               REPORTE (SALIDA) / EDM4REL / EDM4DIR (ENTRADA,   *
      *               POR HOGAR) / HOGARES (SALIDA, POR HOGAR)         *
      * ACCION (ES) : G=Generar                                        *
      * PROGRAMA(S) : EDID1BFE / EDID1BCT                              *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      *                    AL CORTE (APROXIMACION DE INACTIVOS)       *
      *   "L"            = LISTA DE CODIGOS SUMINISTRADA EN EL DD     *
      *                    LISTA (8 DIGITOS POR REGISTRO)             *
      *   POSICION 10    = "H" PARA UNA SOLA CARTA POR HOGAR          *
      * LOS REGISTROS CON DIRECCION INCOMPLETA (DIRECCION, CIUDAD O   *
      * POSTAL EN BLANCO) NO SE ENVIAN: SALEN EN EL REPORTE DE NO     *
      * ENVIABLES. PRODUCE EL ARCHIVO DE ETIQUETAS (4 LINEAS POR      *
      * ETIQUETA, FORMATO DEL PAPEL DE ETIQUETAS) Y EL ARCHIVO DE     *
      * COMBINACION PARA EL BURO DE CARTAS (CODIGO, SALUDO SEGUN      *
      * TIPO, NOMBRE Y BLOQUE DE DIRECCION), Y CIERRA CON LOS CONTEOS *
      * POR CIUDAD PARA PLANEAR EL FRANQUEO. SOLO RECIBEN CORREO LOS  *
      * CLIENTES CONTACTABLES POR CARTA SEGUN LA RUTINA EDID1BCT; LOS *
      * DEMAS SE CUENTAN EN EL CIERRE POR MOTIVO DE SUPRESION.        *
      * CON "H" LAS PERSONAS ENVIABLES PASAN POR UN SORT CUYA LLAVE   *
      * ES LA DIRECCION NORMALIZADA (REGLAS EDM4DIR, MISMO ALGORITMO  *
      * DE EDID1BDR) MAS EL POSTAL. QUIEN TIENE VINCULO FAMILIAR "FA" *
      * VIGENTE EN EDM4REL TOMA LA DIRECCION DEL FAMILIAR DE CODIGO   *
      * MAS BAJO, ASI LA FAMILIA CAE EN EL MISMO HOGAR. CADA HOGAR    *
      * RECIBE UNA CARTA A NOMBRE DE SU CLIENTE DE CODIGO MAS BAJO    *
      * ("Y FAMILIA" SI CUBRE A VARIOS); LAS COMPANIAS VAN SOLAS.     *
      * EL DD HOGARES DICE QUE CLIENTES CUBRIO CADA CARTA; CADA       *
      * CLIENTE CUBIERTO CONSERVA SU FILA EN EDM4CAM CON EL CODIGO    *
      * DEL DESTINATARIO, Y EL CIERRE CUENTA LAS CARTAS AHORRADAS     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R31.
               RECORD KEY IS EDCA-LLAVE
               FILE STATUS IS WKS-EDM4CAM-STATUS.

           SELECT EDM4REL ASSIGN TO EDM4REL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRL-LLAVE
               FILE STATUS IS WKS-EDM4REL-STATUS.

           SELECT EDM4DIR ASSIGN TO EDM4DIR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDI-LLAVE
               FILE STATUS IS WKS-EDM4DIR-STATUS.

           SELECT HOGARES ASSIGN TO HOGARES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-HOGARES-STATUS.

           SELECT WORK-HOGAR ASSIGN TO SORTWK.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
       FD  EDM4CAM.
       COPY EDMCAM.

       FD  EDM4CTL.
       COPY EDMCTL.

       FD  EDM4REL.
       COPY EDMREL.

       FD  EDM4DIR.
       COPY EDMDIR.

      *-->REFERENCIA DE LAS CARTAS POR HOGAR: UNA LINEA POR CLIENTE
      *   CUBIERTO (T = DESTINATARIO, D = MISMA DIRECCION, F = POR
      *   VINCULO FAMILIAR)
       FD  HOGARES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-HOGARES.
           05 HGR-NO-CARTA              PIC 9(07).
           05 HGR-DESTINATARIO          PIC 9(08).
           05 HGR-CO-CLIENTE            PIC 9(08).
           05 HGR-MOTIVO                PIC X(01).
           05 HGR-NOMBRE                PIC X(40).

       SD  WORK-HOGAR.
       01  REG-HOGAR-SORT.
           05 SRT-LLAVE-HOGAR.
      *-->P = PERSONA (SE AGRUPA), E = COMPANIA (LLAVE = SU CODIGO)
               10 SRT-CLASE             PIC X(01).
               10 SRT-HOGAR             PIC X(36).
           05 SRT-CO-CLIENTE            PIC 9(08).
           05 SRT-MOTIVO                PIC X(01).
           05 SRT-TIPO                  PIC X(01).
           05 SRT-NOMBRE                PIC X(40).
           05 SRT-DIRECCION             PIC X(30).
           05 SRT-CIUDAD                PIC X(20).
           05 SRT-POSTAL                PIC X(06).

       WORKING-STORAGE SECTION.

       COPY EDBFE.

       COPY EDBCT.

       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CAM-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-EDM4REL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REL-OK        VALUE "00".
           02 WKS-EDM4DIR-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DIR-OK        VALUE "00".
           02 WKS-HOGARES-STATUS        PIC X(02) VALUE SPACES.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-SELECCION       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NOENVIABLES     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CLIENTE     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SUPRIMIDOS      PIC 9(07) VALUE ZEROS.
      *-->NO CONTACTABLES POR MOTIVO DE LA RUTINA EDID1BCT
           02 WKS-TOTAL-MOTIVO          PIC 9(07) OCCURS 10.
           02 WKS-MOT-IDX               PIC 9(02) VALUE ZEROS.
           02 WKS-TOTAL-CARTAS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-HOGARES         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-AHORRADAS       PIC 9(07) VALUE ZEROS.

      *-->DESTINATARIO DE LA ETIQUETA Y LA CARTA EN CURSO (EL CLIENTE
      *   O, POR HOGAR, EL MIEMBRO DE CODIGO MAS BAJO)
       01 WKS-DESTINATARIO.
           02 WKS-DST-CODIGO            PIC 9(08) VALUE ZEROS.
           02 WKS-DST-SALUDO            PIC X(20) VALUE SPACES.
           02 WKS-DST-NOMBRE            PIC X(40) VALUE SPACES.
           02 WKS-DST-DIRECCION         PIC X(30) VALUE SPACES.
           02 WKS-DST-CIUDAD            PIC X(20) VALUE SPACES.
           02 WKS-DST-POSTAL            PIC X(06) VALUE SPACES.

      *-->FILA DE EDM4CAM: CLIENTE CONTACTADO Y, POR HOGAR, EL
      *   DESTINATARIO DE LA CARTA QUE LO CUBRIO
       01 WKS-CONTACTO.
           02 WKS-CAM-CLIENTE           PIC 9(08) VALUE ZEROS.
           02 WKS-CAM-DESTINATARIO      PIC 9(08) VALUE ZEROS.

      *-->AGRUPACION POR HOGAR (CORTE DE CONTROL SOBRE EL SORT)
       01 WKS-HOGAR.
           02 WKS-HOG-LLAVE-ANT         PIC X(37) VALUE LOW-VALUES.
           02 WKS-HOG-MIEMBROS          PIC 9(05) VALUE ZEROS.
           02 WKS-HOG-NO-CARTA          PIC 9(07) VALUE ZEROS.
           02 WKS-HOG-CLIENTE-ACT       PIC 9(08) VALUE ZEROS.
           02 WKS-HOG-JEFE              PIC 9(08) VALUE ZEROS.
           02 WKS-HOG-MOTIVO            PIC X(01) VALUE SPACES.
           02 WKS-HOG-DIRECCION         PIC X(30) VALUE SPACES.
           02 WKS-HOG-POSTAL            PIC X(06) VALUE SPACES.
           02 WKS-HOG-NOMBRE            PIC X(40) VALUE SPACES.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

      *-->NORMALIZACION DE LA DIRECCION (MISMO ALGORITMO QUE EDID1BDR)
       01 WKS-NORMALIZA.
           02 WKS-DIR-ENTRADA           PIC X(30) VALUE SPACES.
           02 WKS-DIR-SALIDA            PIC X(30) VALUE SPACES.
           02 WKS-PALABRA               PIC X(15) VALUE SPACES.
           02 WKS-UNSTRING-PTR          PIC 99 VALUE 1.
               88 WKS-ENTRADA-AGOTADA   VALUE 31.
           02 WKS-STRING-PTR            PIC 99 VALUE 1.

      *-->SUPRESION DE CAMPANAS: DIAS DEL REGISTRO PARAMS DE EDM4CTL
      *   Y FECHA DE CORTE (HOY - DIAS); CON DIAS = 000 NO SE SUPRIME
       01 WKS-SUPRESION.
           02 WKS-FLAG-SUPRESION        PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CONTACTADO       PIC 9 VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-CORTE-SUP       PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-DIAS           PIC 9(07) VALUE ZEROS.
               "ESTIMADO(A)".
           02 WKS-SALUDO-COMPANIA       PIC X(20) VALUE
               "ESTIMADOS SENORES".
           02 WKS-SALUDO-FAMILIA        PIC X(20) VALUE
               "ESTIMADA FAMILIA".

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "GENERACION DE CORREO FISICO - EDID1R31".
           02 FILLER                    PIC X(25) VALUE
               "SUPRIMIDOS (CONTACTADOS):".
           02 WKS-TOT-SUPRIMIDOS        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-6              PIC X(80) VALUE
           "NO CONTACTABLES POR MOTIVO (EDID1BCT):".
       01 WKS-TOTAL-LINE-7.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-TOT-MOT-DESCRIPCION   PIC X(23).
           02 WKS-TOT-MOTIVO            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-8.
           02 FILLER                    PIC X(25) VALUE
               "CARTAS EMITIDAS: ".
           02 WKS-TOT-CARTAS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-9.
           02 FILLER                    PIC X(25) VALUE
               "HOGARES AGRUPADOS: ".
           02 WKS-TOT-HOGARES           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-10.
           02 FILLER                    PIC X(25) VALUE
               "CARTAS AHORRADAS: ".
           02 WKS-TOT-AHORRADAS         PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
               10 FILLER                PIC X(06).
           05 WKS-PARM-CORTE REDEFINES WKS-PARM-VALOR
                                        PIC 9(08).
      *-->"H" = UNA SOLA CARTA POR HOGAR
           05 WKS-PARM-HOGAR            PIC X(01).
               88 WKS-AGRUPA-HOGAR      VALUE "H".

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 100-INICIO
           IF WKS-AGRUPA-HOGAR
               SORT WORK-HOGAR
                   ASCENDING KEY SRT-CLASE SRT-HOGAR SRT-CO-CLIENTE
                   INPUT PROCEDURE 150-SELECCIONA-CLIENTES
                   OUTPUT PROCEDURE 600-EMITE-HOGARES
           ELSE
               PERFORM 150-SELECCIONA-CLIENTES
           END-IF
           PERFORM 900-FINAL
           STOP RUN.

       100-INICIO.
           OPEN INPUT  EDM4CL
           OPEN I-O    EDM4CAM
           OPEN OUTPUT ETIQUETA
           OPEN OUTPUT CARTAS
           OPEN OUTPUT REPORTE
           MOVE WKS-PARM-FUENTE TO WKS-CAMPANA-FUENTE
           PERFORM VARYING WKS-MOT-IDX FROM 1 BY 1
           UNTIL WKS-MOT-IDX > EDBC-NO-MOTIVOS
               MOVE ZEROS TO WKS-TOTAL-MOTIVO(WKS-MOT-IDX)
           END-PERFORM
           PERFORM 105-CARGA-PARAMETROS
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-NOMAIL-TITLE
           IF WKS-AGRUPA-HOGAR
               OPEN INPUT  EDM4REL
               OPEN INPUT  EDM4DIR
               OPEN OUTPUT HOGARES
           END-IF
           IF WKS-FUENTE-LISTA
               OPEN INPUT LISTA
               PERFORM 310-LEER-LISTA
               PERFORM 210-LEER-EDM4CL
           END-IF.

      *--> SELECCION SEGUN LA FUENTE DEL PARM (POR HOGAR, ES LA
      *    ENTRADA DEL SORT)
       150-SELECCIONA-CLIENTES.
           EVALUATE TRUE
               WHEN WKS-FUENTE-LISTA
                   PERFORM 300-PROCESA-LISTA
                       UNTIL WKS-LISTA-EOF
               WHEN OTHER
                   PERFORM 200-PROCESA-EDM4CL
                       UNTIL WKS-EDM4CL-EOF
           END-EVALUATE.

      *--> BARRIDO DEL MAESTRO PARA LAS FUENTES B (CUMPLEANOS) E I
      *    (CREACION ANTERIOR AL CORTE)
       200-PROCESA-EDM4CL.
           PERFORM 220-EVALUA-SELECCION
           PERFORM 210-LEER-EDM4CL.

       210-LEER-EDM4CL.
               MOVE LST-CO-CLIENTE TO EDMC-LLAVE
               READ EDM4CL
               IF WKS-EDM4CL-OK
                   PERFORM 400-GENERA-CORREO
               ELSE
                   ADD 1 TO WKS-TOTAL-SIN-CLIENTE
                   DISPLAY "EDID1R31 - CODIGO SIN CLIENTE: "
      *    (CANAL CARTA, CAMPANA CARTA+FUENTE DEL PARM)
       408-GRABA-CONTACTO.
           INITIALIZE REG-EDMCAM
           MOVE WKS-CAM-CLIENTE      TO EDCA-CO-CLIENTE
           MOVE WKS-CAM-DESTINATARIO TO EDCA-CO-DESTINATARIO
           MOVE WKS-FECHA-HOY TO EDCA-FECHA
           MOVE WKS-CAMPANA   TO EDCA-CAMPANA
           SET EDCA-CANAL-CARTA   TO TRUE

      *--> DIRECCION COMPLETA: ETIQUETA + REGISTRO DE CARTAS;
      *    INCOMPLETA: LINEA DE NO ENVIABLE EN EL REPORTE.
      *    UN CLIENTE NO CONTACTABLE POR CARTA (EDID1BCT) O YA
      *    CONTACTADO DENTRO DE LA VENTANA DE SUPRESION NO SE ENVIA
      *    NI SE CUENTA COMO ENVIABLE. POR HOGAR, EL ENVIABLE VA AL
      *    SORT Y SU CARTA SALE EN 600-EMITE-HOGARES
       400-GENERA-CORREO.
           ADD 1 TO WKS-TOTAL-SELECCION
           PERFORM 405-CHECK-SUPRESION
           PERFORM 406-CHECK-CONTACTABLE
           IF NOT EDBC-CONTACTABLE
               ADD 1 TO WKS-TOTAL-MOTIVO(EDBC-MOTIVO)
           ELSE
           IF WKS-FLAG-CONTACTADO = 1
               ADD 1 TO WKS-TOTAL-SUPRIMIDOS
               PERFORM 430-REPORTA-NOENVIABLE
           ELSE
               ADD 1 TO WKS-TOTAL-ENVIABLES
               IF WKS-AGRUPA-HOGAR
                   PERFORM 450-LIBERA-HOGAR
               ELSE
                   PERFORM 415-DESTINATARIO-CLIENTE
                   ADD 1 TO WKS-TOTAL-CARTAS
                   PERFORM 410-ESCRIBE-ETIQUETA
                   PERFORM 420-ESCRIBE-CARTA
                   PERFORM 440-ACUMULA-CIUDAD
                   MOVE EDMC-LLAVE TO WKS-CAM-CLIENTE
                   MOVE ZEROS      TO WKS-CAM-DESTINATARIO
                   PERFORM 408-GRABA-CONTACTO
               END-IF
           END-IF
           END-IF
           END-IF.

      *--> CONTACTABILIDAD POR CARTA SEGUN LA RUTINA COMUN; SE LE
      *    PASA LA IMAGEN YA LEIDA DEL MAESTRO
       406-CHECK-CONTACTABLE.
           SET EDBC-VERIFICA TO TRUE
           MOVE EDMC-LLAVE  TO EDBC-CO-CLIENTE
           SET EDBC-CANAL-CARTA TO TRUE
           MOVE REG-EDMACL  TO EDBC-IMAGEN
           CALL "EDID1BCT" USING REG-EDBCT.

       410-ESCRIBE-ETIQUETA.
           WRITE REG-ETIQUETA FROM WKS-DST-NOMBRE
           WRITE REG-ETIQUETA FROM WKS-DST-DIRECCION
           MOVE WKS-DST-CIUDAD     TO WKS-ETQ-CIUDAD
           MOVE WKS-DST-POSTAL     TO WKS-ETQ-POSTAL
           WRITE REG-ETIQUETA FROM WKS-ETQ-CIUDAD-POSTAL
           WRITE REG-ETIQUETA FROM WKS-ETQ-BLANCO.

       420-ESCRIBE-CARTA.
           MOVE WKS-DST-CODIGO      TO CRT-CO-CLIENTE
           MOVE WKS-DST-SALUDO      TO CRT-SALUDO
           MOVE WKS-DST-NOMBRE      TO CRT-NOMBRE
           MOVE WKS-DST-DIRECCION   TO CRT-DIRECCION
           MOVE WKS-DST-CIUDAD      TO CRT-CIUDAD
           MOVE WKS-DST-POSTAL      TO CRT-CODIGO-POSTAL
           WRITE REG-CARTAS.

      *--> LA CARTA SALE A NOMBRE Y DIRECCION DEL PROPIO CLIENTE
       415-DESTINATARIO-CLIENTE.
           MOVE EDMC-LLAVE          TO WKS-DST-CODIGO
           IF EDMC-TIPO-PERSONA
               MOVE WKS-SALUDO-PERSONA  TO WKS-DST-SALUDO
           ELSE
               MOVE WKS-SALUDO-COMPANIA TO WKS-DST-SALUDO
           END-IF
           MOVE EDMC-NOMBRE-CLIENTE TO WKS-DST-NOMBRE
           MOVE EDMC-DIRECCION      TO WKS-DST-DIRECCION
           MOVE EDMC-CIUDAD         TO WKS-DST-CIUDAD
           MOVE EDMC-CODIGO-POSTAL  TO WKS-DST-POSTAL.

       430-REPORTA-NOENVIABLE.
           MOVE EDMC-LLAVE           TO WKS-NM-CODIGO
           MOVE 1 TO WKS-CIU-IDX
           PERFORM UNTIL WKS-CIU-IDX > WKS-CIU-USADAS
           OR WKS-CIU-HALLADO = 1
               IF WKS-CIU-NOMBRE(WKS-CIU-IDX) = WKS-DST-CIUDAD
                   MOVE 1 TO WKS-CIU-HALLADO
               ELSE
                   ADD 1 TO WKS-CIU-IDX
               IF WKS-CIU-USADAS < WKS-CIU-MAXIMO
                   ADD 1 TO WKS-CIU-USADAS
                   MOVE WKS-CIU-USADAS TO WKS-CIU-IDX
                   MOVE WKS-DST-CIUDAD
                     TO WKS-CIU-NOMBRE(WKS-CIU-IDX)
                   MOVE ZEROS TO WKS-CIU-CONTADOR(WKS-CIU-IDX)
                   MOVE 1 TO WKS-CIU-HALLADO
               END-IF
               ADD 1 TO WKS-CIU-FUERA
           END-IF.

      *--> POR HOGAR: LA PERSONA ENTRA AL SORT CON SU DIRECCION
      *    NORMALIZADA + POSTAL COMO LLAVE DE HOGAR; SI TIENE FAMILIA
      *    "FA" VIGENTE, CON LA DIRECCION DEL FAMILIAR DE CODIGO MAS
      *    BAJO. LA COMPANIA ENTRA SOLA CON SU PROPIO CODIGO
       450-LIBERA-HOGAR.
           MOVE EDMC-LLAVE         TO WKS-HOG-CLIENTE-ACT
           MOVE "D"                TO WKS-HOG-MOTIVO
           MOVE EDMC-DIRECCION     TO WKS-HOG-DIRECCION
           MOVE EDMC-CODIGO-POSTAL TO WKS-HOG-POSTAL
           IF EDMC-TIPO-PERSONA
               PERFORM 455-JEFE-FAMILIA
               IF WKS-HOG-JEFE NOT = WKS-HOG-CLIENTE-ACT
                   PERFORM 457-DOMICILIO-JEFE
               END-IF
               MOVE WKS-HOG-DIRECCION TO WKS-DIR-ENTRADA
               PERFORM 460-NORMALIZA-DIRECCION
               MOVE "P"               TO SRT-CLASE
               MOVE WKS-DIR-SALIDA    TO SRT-HOGAR(1:30)
               MOVE WKS-HOG-POSTAL    TO SRT-HOGAR(31:6)
           ELSE
               MOVE "E"               TO SRT-CLASE
               MOVE SPACES            TO SRT-HOGAR
               MOVE EDMC-LLAVE        TO SRT-HOGAR(1:8)
           END-IF
           MOVE EDMC-LLAVE          TO SRT-CO-CLIENTE
           MOVE WKS-HOG-MOTIVO      TO SRT-MOTIVO
           MOVE EDMC-TIPO-CLIENTE   TO SRT-TIPO
           MOVE EDMC-NOMBRE-CLIENTE TO SRT-NOMBRE
           MOVE EDMC-DIRECCION      TO SRT-DIRECCION
           MOVE EDMC-CIUDAD         TO SRT-CIUDAD
           MOVE EDMC-CODIGO-POSTAL  TO SRT-POSTAL
           RELEASE REG-HOGAR-SORT.

      *--> JEFE DEL GRUPO FAMILIAR: EL CODIGO MAS BAJO ENTRE EL
      *    CLIENTE Y SUS VINCULOS "FA" VIGENTES (LOS VINCULOS SE
      *    GRABAN EN AMBOS SENTIDOS, BASTA LEER LOS DEL CLIENTE)
       455-JEFE-FAMILIA.
           MOVE WKS-HOG-CLIENTE-ACT TO WKS-HOG-JEFE
           MOVE WKS-HOG-CLIENTE-ACT TO EDRL-CO-CLIENTE
           MOVE ZEROS               TO EDRL-CO-RELACION
           START EDM4REL KEY IS NOT LESS THAN EDRL-LLAVE
               INVALID KEY
                   CONTINUE
           END-START
           IF WKS-EDM4REL-OK
               PERFORM 456-LEER-VINCULO
               PERFORM UNTIL NOT WKS-EDM4REL-OK
               OR EDRL-CO-CLIENTE NOT = WKS-HOG-CLIENTE-ACT
                   IF EDRL-TIPO-FAMILIAR
                   AND EDRL-VIGENTE
                   AND EDRL-CO-RELACION < WKS-HOG-JEFE
                       MOVE EDRL-CO-RELACION TO WKS-HOG-JEFE
                   END-IF
                   PERFORM 456-LEER-VINCULO
               END-PERFORM
           END-IF.

       456-LEER-VINCULO.
           READ EDM4REL NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

      *--> DIRECCION DEL JEFE DE FAMILIA SI ES UNA PERSONA ACTIVA CON
      *    DIRECCION COMPLETA; SI NO, EL CLIENTE QUEDA CON LA SUYA.
      *    AL FINAL SE RELEE EL CLIENTE EN CURSO, LO QUE DEJA EL
      *    MAESTRO EN SU POSICION PARA EL SIGUIENTE READ NEXT
       457-DOMICILIO-JEFE.
           MOVE WKS-HOG-JEFE TO EDMC-LLAVE
           READ EDM4CL
           IF WKS-EDM4CL-OK
           AND EDMC-TIPO-PERSONA
           AND EDMC-MARCA-ELIMINADO = SPACES
           AND EDMC-DIRECCION NOT = SPACES
           AND EDMC-CIUDAD NOT = SPACES
           AND EDMC-CODIGO-POSTAL NOT = SPACES
               MOVE EDMC-DIRECCION     TO WKS-HOG-DIRECCION
               MOVE EDMC-CODIGO-POSTAL TO WKS-HOG-POSTAL
               MOVE "F"                TO WKS-HOG-MOTIVO
           END-IF
           MOVE WKS-HOG-CLIENTE-ACT TO EDMC-LLAVE
           READ EDM4CL.

      *--> CADA PALABRA SE BUSCA EN LAS REGLAS DE EDM4DIR Y SE
      *    REARMA CON UN SOLO ESPACIO ENTRE PALABRAS
       460-NORMALIZA-DIRECCION.
           MOVE SPACES TO WKS-DIR-SALIDA
           MOVE 1 TO WKS-UNSTRING-PTR
           MOVE 1 TO WKS-STRING-PTR
           PERFORM 465-PROCESA-PALABRA
               UNTIL WKS-ENTRADA-AGOTADA
               OR WKS-STRING-PTR > 30.

       465-PROCESA-PALABRA.
           MOVE SPACES TO WKS-PALABRA
           UNSTRING WKS-DIR-ENTRADA DELIMITED BY ALL SPACES
               INTO WKS-PALABRA WITH POINTER WKS-UNSTRING-PTR
           END-UNSTRING
           IF WKS-PALABRA = SPACES
                CONTINUE
           ELSE
                MOVE WKS-PALABRA TO EDDI-ABREVIATURA
                READ EDM4DIR
                IF WKS-EDM4DIR-OK
                     MOVE EDDI-CANONICA TO WKS-PALABRA
                END-IF
                IF WKS-STRING-PTR > 1
                AND WKS-STRING-PTR NOT > 30
                     STRING " " DELIMITED BY SIZE
                         INTO WKS-DIR-SALIDA
                         WITH POINTER WKS-STRING-PTR
                     END-STRING
                END-IF
                IF WKS-STRING-PTR NOT > 30
                     STRING WKS-PALABRA DELIMITED BY SPACES
                         INTO WKS-DIR-SALIDA
                         WITH POINTER WKS-STRING-PTR
                     END-STRING
                END-IF
           END-IF.

      *--> SALIDA DEL SORT: CORTE DE CONTROL POR LLAVE DE HOGAR; EL
      *    PRIMER MIEMBRO (CODIGO MAS BAJO) ES EL DESTINATARIO
       600-EMITE-HOGARES.
           PERFORM 610-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               IF SRT-LLAVE-HOGAR NOT = WKS-HOG-LLAVE-ANT
                   IF WKS-HOG-MIEMBROS > ZEROS
                       PERFORM 630-EMITE-CARTA-HOGAR
                   END-IF
                   PERFORM 620-INICIA-HOGAR
               END-IF
               PERFORM 625-AGREGA-MIEMBRO
               PERFORM 610-LEER-SORT
           END-PERFORM
           IF WKS-HOG-MIEMBROS > ZEROS
               PERFORM 630-EMITE-CARTA-HOGAR
           END-IF.

       610-LEER-SORT.
           RETURN WORK-HOGAR
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       620-INICIA-HOGAR.
           MOVE SRT-LLAVE-HOGAR TO WKS-HOG-LLAVE-ANT
           MOVE ZEROS           TO WKS-HOG-MIEMBROS
           ADD 1 TO WKS-HOG-NO-CARTA
           MOVE SRT-CO-CLIENTE  TO WKS-DST-CODIGO
           IF SRT-TIPO = "P"
               MOVE WKS-SALUDO-PERSONA  TO WKS-DST-SALUDO
           ELSE
               MOVE WKS-SALUDO-COMPANIA TO WKS-DST-SALUDO
           END-IF
           MOVE SRT-NOMBRE      TO WKS-DST-NOMBRE
           MOVE SRT-DIRECCION   TO WKS-DST-DIRECCION
           MOVE SRT-CIUDAD      TO WKS-DST-CIUDAD
           MOVE SRT-POSTAL      TO WKS-DST-POSTAL.

      *--> CADA CLIENTE CUBIERTO QUEDA EN HOGARES Y CONSERVA SU FILA
      *    DE CONTACTO CON EL DESTINATARIO DE LA CARTA
       625-AGREGA-MIEMBRO.
           ADD 1 TO WKS-HOG-MIEMBROS
           MOVE WKS-HOG-NO-CARTA TO HGR-NO-CARTA
           MOVE WKS-DST-CODIGO   TO HGR-DESTINATARIO
           MOVE SRT-CO-CLIENTE   TO HGR-CO-CLIENTE
           IF WKS-HOG-MIEMBROS = 1
               MOVE "T"          TO HGR-MOTIVO
           ELSE
               MOVE SRT-MOTIVO   TO HGR-MOTIVO
           END-IF
           MOVE SRT-NOMBRE       TO HGR-NOMBRE
           WRITE REG-HOGARES
           MOVE SRT-CO-CLIENTE   TO WKS-CAM-CLIENTE
           MOVE WKS-DST-CODIGO   TO WKS-CAM-DESTINATARIO
           PERFORM 408-GRABA-CONTACTO.

      *--> UNA CARTA Y UNA ETIQUETA POR HOGAR; SI CUBRE A VARIOS VA A
      *    NOMBRE DEL DESTINATARIO "Y FAMILIA"
       630-EMITE-CARTA-HOGAR.
           IF WKS-HOG-MIEMBROS > 1
               ADD 1 TO WKS-TOTAL-HOGARES
               COMPUTE WKS-TOTAL-AHORRADAS =
                   WKS-TOTAL-AHORRADAS + WKS-HOG-MIEMBROS - 1
               MOVE WKS-SALUDO-FAMILIA TO WKS-DST-SALUDO
               IF WKS-DST-NOMBRE(31:10) = SPACES
                   MOVE WKS-DST-NOMBRE TO WKS-HOG-NOMBRE
                   MOVE SPACES         TO WKS-DST-NOMBRE
                   STRING WKS-HOG-NOMBRE DELIMITED BY "  "
                       " Y FAMILIA" DELIMITED BY SIZE
                       INTO WKS-DST-NOMBRE
                   END-STRING
               ELSE
                   MOVE " Y FAMILIA" TO WKS-DST-NOMBRE(31:10)
               END-IF
           END-IF
           ADD 1 TO WKS-TOTAL-CARTAS
           PERFORM 410-ESCRIBE-ETIQUETA
           PERFORM 420-ESCRIBE-CARTA
           PERFORM 440-ACUMULA-CIUDAD.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-CIU-TITLE
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-CARTAS      TO WKS-TOT-CARTAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-8
           IF WKS-AGRUPA-HOGAR
               MOVE WKS-TOTAL-HOGARES   TO WKS-TOT-HOGARES
               MOVE WKS-TOTAL-AHORRADAS TO WKS-TOT-AHORRADAS
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE-9
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE-10
               CLOSE EDM4REL
               CLOSE EDM4DIR
               CLOSE HOGARES
           END-IF
           MOVE WKS-TOTAL-SUPRIMIDOS  TO WKS-TOT-SUPRIMIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-6
           PERFORM VARYING WKS-MOT-IDX FROM 1 BY 1
           UNTIL WKS-MOT-IDX > EDBC-NO-MOTIVOS
               MOVE EDBC-MOTIVO-TEXTO(WKS-MOT-IDX)
                 TO WKS-TOT-MOT-DESCRIPCION
               MOVE WKS-TOTAL-MOTIVO(WKS-MOT-IDX) TO WKS-TOT-MOTIVO
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE-7
           END-PERFORM
           IF WKS-FUENTE-LISTA
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
               CLOSE LISTA
           END-IF
           CLOSE EDM4CL
           CLOSE EDM4CAM
           CLOSE ETIQUETA
           CLOSE CARTAS
           CLOSE REPORTE
           SET EDBC-FIN TO TRUE
           CALL "EDID1BCT" USING REG-EDBCT
           DISPLAY "EDID1R31 - SELECCIONADOS: " WKS-TOTAL-SELECCION
           DISPLAY "EDID1R31 - ENVIABLES    : " WKS-TOTAL-ENVIABLES
           DISPLAY "EDID1R31 - NO ENVIABLES : " WKS-TOTAL-NOENVIABLES
           DISPLAY "EDID1R31 - SUPRIMIDOS   : " WKS-TOTAL-SUPRIMIDOS
           DISPLAY "EDID1R31 - CARTAS       : " WKS-TOTAL-CARTAS
           IF WKS-AGRUPA-HOGAR
               DISPLAY "EDID1R31 - AHORRADAS    : "
                   WKS-TOTAL-AHORRADAS
           END-IF.
