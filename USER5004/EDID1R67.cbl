      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R67                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CENSO MENSUAL DE CLIENTES PARA EL REGULADOR      *
      * ARCHIVOS    : EDM4CL / EDM4DOC / EDM4RIE / EDM4CTL (ENTRADA) / *
      *               CENSO (SALIDA) / REPORTE (SALIDA) / EDM4REP (I/O)*
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * ARMA EL CENSO DE CLIENTES ACTIVOS (MARCA EN BLANCO) EN EL     *
      * FORMATO FIJO DEL REGULADOR: ENCABEZADO "H", UN DETALLE "D"    *
      * POR CLIENTE (TIPO, DOCUMENTO PRINCIPAL DE EDM4DOC, NOMBRE,    *
      * FECHA DE NACIMIENTO O CONSTITUCION EN AAAAMMDD, SECTOR,       *
      * SUCURSAL Y CALIFICACION DE EDM4RIE) Y COLA "T" CON CONTEOS    *
      * POR TIPO. DOCUMENTO PRINCIPAL: PERSONAS CD, PA O LI; COMPANIAS*
      * NI O RE (EL PRIMERO QUE EXISTA EN ESE ORDEN).                 *
      * LOS CLIENTES QUE NO CUMPLEN LAS REGLAS DEL REGULADOR (TIPO,   *
      * NOMBRE, DOCUMENTO VIGENTE, FECHA VALIDA, SUCURSAL, SECTOR DE  *
      * COMPANIA Y CALIFICACION) VAN AL REPORTE DE EXCEPCIONES Y NO   *
      * AL ARCHIVO. ANTES DE LIBERAR EL ARCHIVO SE CUADRA, POR TIPO,  *
      * CENSO + EXCEPCIONES CONTRA EL REGISTRO "CONTROL" DE EDM4CTL;  *
      * SI NO CUADRA EL ARCHIVO SALE VACIO, EL REPORTE DICE "CENSO    *
      * RETENIDO" Y LA CORRIDA TERMINA CON RETORNO 8 EN EDM4JLG. EL   *
      * REPORTE QUEDA EN EL REPOSITORIO EDM4REP                       *
      * PARM: PERIODO AAAAMM; EN CEROS TOMA EL MES ANTERIOR           *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R67.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4DOC ASSIGN TO EDM4DOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDC-LLAVE
               FILE STATUS IS WKS-EDM4DOC-STATUS.

           SELECT EDM4RIE ASSIGN TO EDM4RIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRG-LLAVE
               FILE STATUS IS WKS-EDM4RIE-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

           SELECT CENSO ASSIGN TO CENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CENSO-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4REP ASSIGN TO EDM4REP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRP-LLAVE
               FILE STATUS IS WKS-EDM4REP-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4DOC.
       COPY EDMDOC.

       FD  EDM4RIE.
       COPY EDMRIE.

       FD  EDM4CTL.
       COPY EDMCTL.

      *-->FORMATO FIJO DEL REGULADOR, 120 POSICIONES POR REGISTRO
       FD  CENSO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CENSO-ENCABEZADO.
           05 CNS-H-TIPO-REG            PIC X(01).
           05 CNS-H-ENTIDAD             PIC X(10).
           05 CNS-H-PERIODO             PIC 9(06).
           05 CNS-H-FECHA-GENERA        PIC 9(08).
           05 CNS-H-PERSONAS            PIC 9(07).
           05 CNS-H-COMPANIAS           PIC 9(07).
           05 CNS-H-TOTAL               PIC 9(07).
           05 CNS-H-FILLER              PIC X(74).
       01  REG-CENSO-DETALLE.
           05 CNS-D-TIPO-REG            PIC X(01).
           05 CNS-D-TIPO-CLIENTE        PIC X(01).
           05 CNS-D-CO-CLIENTE          PIC 9(08).
           05 CNS-D-TIPO-DOC            PIC X(02).
           05 CNS-D-NUMERO-DOC          PIC X(20).
           05 CNS-D-NOMBRE              PIC X(40).
           05 CNS-D-FECHA-NAC           PIC 9(08).
           05 CNS-D-SECTOR              PIC X(04).
           05 CNS-D-SUCURSAL            PIC X(03).
           05 CNS-D-RIESGO              PIC X(01).
           05 CNS-D-FILLER              PIC X(32).
       01  REG-CENSO-COLA.
           05 CNS-T-TIPO-REG            PIC X(01).
           05 CNS-T-TOTAL               PIC 9(07).
           05 CNS-T-PERSONAS            PIC 9(07).
           05 CNS-T-COMPANIAS           PIC 9(07).
           05 CNS-T-FILLER              PIC X(98).

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4REP.
       COPY EDMREP.

       FD  EDM4JLG.
       COPY EDMJLG.

       SD  WORK-SORT.
       01  REG-SORT.
           05 SRT-TIPO-CLIENTE             PIC X(01).
           05 SRT-CO-CLIENTE               PIC 9(08).
           05 SRT-DETALLE                  PIC X(120).

       WORKING-STORAGE SECTION.

      *-->REPOSITORIO DE REPORTES: LLAVE DE LA CORRIDA Y CONTADOR DE
      *   LINEA. CADA LINEA IMPRESA SE GUARDA TAMBIEN EN EDM4REP PARA
      *   CONSULTARLA DESPUES EN LA PANTALLA EDID1BLI
       01 WKS-EDM4REP-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4REP-OK            VALUE "00".
       01 WKS-REP-CORRIDA.
           02 WKS-REP-LINEA             PIC 9(05) VALUE ZEROS.
           02 WKS-REP-LINEA-TXT         PIC X(80).

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4DOC-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DOC-OK        VALUE "00".
           02 WKS-EDM4RIE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RIE-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-CENSO-STATUS          PIC X(02) VALUE SPACES.
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-ENTIDAD                   PIC X(10) VALUE "SEMILLERO".

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-MES-PROCESO           PIC 9(06) VALUE ZEROS.
           02 WKS-MES-PROCESO-R REDEFINES WKS-MES-PROCESO.
               03 WKS-MES-AAAA          PIC 9(04).
               03 WKS-MES-MM            PIC 9(02).
      *-->FECHA DE NACIMIENTO O CONSTITUCION DEL MAESTRO (DDMMAAAA)
      *   Y SU VERSION AAAAMMDD PARA EL REGULADOR
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA-R REDEFINES WKS-FECHA-DDMMAAAA.
               03 WKS-FNC-DD            PIC 9(02).
               03 WKS-FNC-MM            PIC 9(02).
               03 WKS-FNC-AAAA          PIC 9(04).
           02 WKS-FECHA-AAAAMMDD        PIC 9(08) VALUE ZEROS.

      *-->DOCUMENTO PRINCIPAL POR ORDEN DE PREFERENCIA SEGUN EL TIPO
       01 WKS-DOCUMENTOS.
           02 WKS-DOC-PERSONA           PIC X(06) VALUE "CDPALI".
           02 WKS-DOC-COMPANIA          PIC X(06) VALUE "NIRE  ".
           02 WKS-DOC-ORDEN             PIC X(06) VALUE SPACES.
           02 WKS-DOC-ORDEN-R REDEFINES WKS-DOC-ORDEN.
               03 WKS-DOC-TIPO          PIC X(02) OCCURS 3 TIMES.
           02 WKS-DOC-IDX               PIC 9(01) VALUE ZEROS.
           02 WKS-DOC-HALLADO           PIC 9(01) VALUE ZEROS.

       01 WKS-MOTIVO-EXCEPCION          PIC X(30) VALUE SPACES.
       01 WKS-FLAG-LIBERA               PIC 9(01) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-CNS-PERSONAS          PIC 9(07) VALUE ZEROS.
           02 WKS-CNS-COMPANIAS         PIC 9(07) VALUE ZEROS.
           02 WKS-EXC-PERSONAS          PIC 9(07) VALUE ZEROS.
           02 WKS-EXC-COMPANIAS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CENSO           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-EXCEPCIONES     PIC 9(07) VALUE ZEROS.
           02 WKS-CUADRE-PERSONAS       PIC 9(07) VALUE ZEROS.
           02 WKS-CUADRE-COMPANIAS      PIC 9(07) VALUE ZEROS.
           02 WKS-CTL-PERSONAS          PIC 9(07) VALUE ZEROS.
           02 WKS-CTL-COMPANIAS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(50) VALUE
               "CENSO REGULATORIO DE CLIENTES - EDID1R67 - MES: ".
           02 WKS-HDR-MES               PIC 9999/99.
       01 WKS-HEADER-EXC                PIC X(80) VALUE
           "EXCEPCIONES (NO VAN AL ARCHIVO DEL REGULADOR)".
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "CLIENTE  T NOMBRE                         MOTIVO".

       01 WKS-EXCEPCION-LINE.
           02 WKS-EXC-CLIENTE           PIC 9(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-EXC-TIPO              PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-EXC-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-EXC-MOTIVO            PIC X(30).

       01 WKS-CUADRE-TITLE              PIC X(80) VALUE
           "CUADRE CONTRA EDM4CTL   CENSO  EXCEPC.  TOTAL  CONTROL".
       01 WKS-CUADRE-LINE.
           02 WKS-CDR-TIPO              PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-CDR-CENSO             PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-CDR-EXCEPCION         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-CDR-TOTAL             PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-CDR-CONTROL           PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-CDR-MARCA             PIC X(10).

       01 WKS-LIBERADO-LINE             PIC X(80) VALUE
           "CENSO LIBERADO: CUADRA CON EL REGISTRO CONTROL".
       01 WKS-RETENIDO-LINE             PIC X(80) VALUE
           "CENSO RETENIDO: NO CUADRA CON EL REGISTRO CONTROL".
       01 WKS-SIN-CONTROL-LINE          PIC X(80) VALUE
           "CENSO RETENIDO: NO SE PUDO LEER EL REGISTRO CONTROL".
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MES                  PIC 9(06).

       PROCEDURE DIVISION USING WKS-PARM-MES.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ASCENDING KEY SRT-TIPO-CLIENTE
               ASCENDING KEY SRT-CO-CLIENTE
               INPUT PROCEDURE 200-SELECCIONA-CLIENTES
               OUTPUT PROCEDURE 500-LIBERA-CENSO
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           IF WKS-PARM-MES IS NUMERIC AND WKS-PARM-MES > ZEROS
               MOVE WKS-PARM-MES TO WKS-MES-PROCESO
           ELSE
               MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-PROCESO
               IF WKS-MES-MM = 01
                   SUBTRACT 1 FROM WKS-MES-AAAA
                   MOVE 12 TO WKS-MES-MM
               ELSE
                   SUBTRACT 1 FROM WKS-MES-MM
               END-IF
           END-IF
           OPEN OUTPUT REPORTE
           OPEN I-O    EDM4REP
           MOVE "EDID1R67" TO EDRP-REPORTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDRP-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRP-HORA
           MOVE ZEROS TO EDRP-LINEA
           MOVE "EDID1R67" TO EDRP-OPERADOR
           MOVE "CORRIDA REGISTRADA EN EL REPOSITORIO"
             TO EDRP-TEXTO
           WRITE REG-EDMREP
           MOVE WKS-MES-PROCESO TO WKS-HDR-MES
           MOVE WKS-HEADER-LINE-1 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-BLANK-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-HEADER-EXC TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-HEADER-LINE-2 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE.

      *--> CLIENTES ACTIVOS: LOS VALIDOS VAN AL SORT, LOS DEMAS A LA
      *    LISTA DE EXCEPCIONES
       200-SELECCIONA-CLIENTES.
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4DOC
           OPEN INPUT EDM4RIE
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMC-MARCA-ELIMINADO = SPACES
                   PERFORM 220-ARMA-DETALLE
                   PERFORM 230-VALIDA-REGLAS
                   IF WKS-MOTIVO-EXCEPCION = SPACES
                       PERFORM 240-LIBERA-DETALLE
                   ELSE
                       PERFORM 250-REPORTA-EXCEPCION
                   END-IF
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           CLOSE EDM4DOC
           CLOSE EDM4RIE.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> DETALLE DEL REGULADOR CON EL DOCUMENTO PRINCIPAL Y LA
      *    CALIFICACION DE RIESGO VIGENTE
       220-ARMA-DETALLE.
           MOVE SPACES TO REG-CENSO-DETALLE
           MOVE "D"                 TO CNS-D-TIPO-REG
           MOVE EDMC-TIPO-CLIENTE   TO CNS-D-TIPO-CLIENTE
           MOVE EDMC-LLAVE          TO CNS-D-CO-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO CNS-D-NOMBRE
           MOVE EDMC-SECTOR         TO CNS-D-SECTOR
           MOVE EDMC-SUCURSAL       TO CNS-D-SUCURSAL
           MOVE ZEROS               TO CNS-D-FECHA-NAC
           MOVE EDMC-FECHA-NAC-O-CONSTITUC TO WKS-FECHA-DDMMAAAA
           IF WKS-FECHA-DDMMAAAA IS NUMERIC
               COMPUTE WKS-FECHA-AAAAMMDD =
                   WKS-FNC-AAAA * 10000 + WKS-FNC-MM * 100
                 + WKS-FNC-DD
               MOVE WKS-FECHA-AAAAMMDD TO CNS-D-FECHA-NAC
           END-IF
           IF EDMC-TIPO-COMPANIA
               MOVE WKS-DOC-COMPANIA TO WKS-DOC-ORDEN
           ELSE
               MOVE WKS-DOC-PERSONA  TO WKS-DOC-ORDEN
           END-IF
           MOVE ZEROS TO WKS-DOC-HALLADO
           PERFORM VARYING WKS-DOC-IDX FROM 1 BY 1
                   UNTIL WKS-DOC-IDX > 3
                      OR WKS-DOC-HALLADO = 1
               IF WKS-DOC-TIPO(WKS-DOC-IDX) NOT = SPACES
                   MOVE EDMC-LLAVE TO EDDC-CO-CLIENTE
                   MOVE WKS-DOC-TIPO(WKS-DOC-IDX) TO EDDC-TIPO-DOC
                   READ EDM4DOC
                   IF WKS-EDM4DOC-OK
                       MOVE 1 TO WKS-DOC-HALLADO
                       MOVE EDDC-TIPO-DOC TO CNS-D-TIPO-DOC
                       MOVE EDDC-NUMERO   TO CNS-D-NUMERO-DOC
                   END-IF
               END-IF
           END-PERFORM
           MOVE EDMC-LLAVE TO EDRG-CO-CLIENTE
           READ EDM4RIE
           IF WKS-EDM4RIE-OK
               MOVE EDRG-CALIFICACION TO CNS-D-RIESGO
           END-IF.

      *--> REGLAS DE CAMPO DEL REGULADOR; LA PRIMERA QUE FALLA ES EL
      *    MOTIVO DE LA EXCEPCION
       230-VALIDA-REGLAS.
           MOVE SPACES TO WKS-MOTIVO-EXCEPCION
           EVALUATE TRUE
               WHEN NOT EDMC-TIPO-PERSONA AND NOT EDMC-TIPO-COMPANIA
                   MOVE "TIPO DE CLIENTE INVALIDO"
                     TO WKS-MOTIVO-EXCEPCION
               WHEN EDMC-NOMBRE-CLIENTE = SPACES
                   MOVE "NOMBRE EN BLANCO" TO WKS-MOTIVO-EXCEPCION
               WHEN WKS-DOC-HALLADO = ZEROS
                   MOVE "SIN DOCUMENTO DE IDENTIDAD"
                     TO WKS-MOTIVO-EXCEPCION
               WHEN CNS-D-NUMERO-DOC = SPACES
                   MOVE "NUMERO DE DOCUMENTO EN BLANCO"
                     TO WKS-MOTIVO-EXCEPCION
               WHEN EDDC-FECHA-VENCE NOT = ZEROS
               AND  EDDC-FECHA-VENCE < WKS-FECHA-HOY
                   MOVE "DOCUMENTO VENCIDO" TO WKS-MOTIVO-EXCEPCION
               WHEN WKS-FECHA-DDMMAAAA IS NOT NUMERIC
               OR   WKS-FNC-DD < 01 OR WKS-FNC-DD > 31
               OR   WKS-FNC-MM < 01 OR WKS-FNC-MM > 12
               OR   WKS-FNC-AAAA < 1800
               OR   WKS-FECHA-AAAAMMDD > WKS-FECHA-HOY
                   MOVE "FECHA NACIM./CONSTITUC. INVALIDA"
                     TO WKS-MOTIVO-EXCEPCION
               WHEN EDMC-SUCURSAL = SPACES
                   MOVE "SIN SUCURSAL" TO WKS-MOTIVO-EXCEPCION
               WHEN EDMC-TIPO-COMPANIA AND EDMC-SECTOR = SPACES
                   MOVE "COMPANIA SIN SECTOR" TO WKS-MOTIVO-EXCEPCION
               WHEN CNS-D-RIESGO = SPACES
                   MOVE "SIN CALIFICACION DE RIESGO"
                     TO WKS-MOTIVO-EXCEPCION
           END-EVALUATE.

       240-LIBERA-DETALLE.
           IF EDMC-TIPO-COMPANIA
               ADD 1 TO WKS-CNS-COMPANIAS
           ELSE
               ADD 1 TO WKS-CNS-PERSONAS
           END-IF
           MOVE EDMC-TIPO-CLIENTE TO SRT-TIPO-CLIENTE
           MOVE EDMC-LLAVE        TO SRT-CO-CLIENTE
           MOVE REG-CENSO-DETALLE TO SRT-DETALLE
           RELEASE REG-SORT.

      *--> EL CUADRE CONTRA EDM4CTL SIGUE LA REGLA DE EDID1R17: TODO
      *    LO QUE NO ES "C" CUENTA COMO PERSONA
       250-REPORTA-EXCEPCION.
           ADD 1 TO WKS-TOTAL-EXCEPCIONES
           IF EDMC-TIPO-CLIENTE = "C"
               ADD 1 TO WKS-EXC-COMPANIAS
           ELSE
               ADD 1 TO WKS-EXC-PERSONAS
           END-IF
           MOVE EDMC-LLAVE           TO WKS-EXC-CLIENTE
           MOVE EDMC-TIPO-CLIENTE    TO WKS-EXC-TIPO
           MOVE EDMC-NOMBRE-CLIENTE  TO WKS-EXC-NOMBRE
           MOVE WKS-MOTIVO-EXCEPCION TO WKS-EXC-MOTIVO
           MOVE WKS-EXCEPCION-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE.

      *--> CUADRE POR TIPO Y, SOLO SI CUADRA, ESCRITURA DEL ARCHIVO
      *    (ENCABEZADO, DETALLES EN ORDEN DE TIPO Y CODIGO, COLA)
       500-LIBERA-CENSO.
           OPEN OUTPUT CENSO
           PERFORM 510-CUADRA-CONTROL
           IF WKS-FLAG-LIBERA = 1
               MOVE SPACES TO REG-CENSO-ENCABEZADO
               MOVE "H"               TO CNS-H-TIPO-REG
               MOVE WKS-ENTIDAD       TO CNS-H-ENTIDAD
               MOVE WKS-MES-PROCESO   TO CNS-H-PERIODO
               MOVE WKS-FECHA-HOY     TO CNS-H-FECHA-GENERA
               MOVE WKS-CNS-PERSONAS  TO CNS-H-PERSONAS
               MOVE WKS-CNS-COMPANIAS TO CNS-H-COMPANIAS
               COMPUTE CNS-H-TOTAL =
                   WKS-CNS-PERSONAS + WKS-CNS-COMPANIAS
               WRITE REG-CENSO-ENCABEZADO
               ADD 1 TO WKS-TOTAL-ESCRITOS
               PERFORM 520-LEER-SORT
               PERFORM UNTIL WKS-SORT-EOF
                   MOVE SRT-DETALLE TO REG-CENSO-DETALLE
                   WRITE REG-CENSO-DETALLE
                   ADD 1 TO WKS-TOTAL-CENSO
                   ADD 1 TO WKS-TOTAL-ESCRITOS
                   PERFORM 520-LEER-SORT
               END-PERFORM
               MOVE SPACES TO REG-CENSO-COLA
               MOVE "T"               TO CNS-T-TIPO-REG
               MOVE WKS-TOTAL-CENSO   TO CNS-T-TOTAL
               MOVE WKS-CNS-PERSONAS  TO CNS-T-PERSONAS
               MOVE WKS-CNS-COMPANIAS TO CNS-T-COMPANIAS
               WRITE REG-CENSO-COLA
               ADD 1 TO WKS-TOTAL-ESCRITOS
           END-IF
           CLOSE CENSO.

      *--> CENSO + EXCEPCIONES DEBE IGUALAR LOS ACTIVOS DEL REGISTRO
      *    CONTROL, TIPO POR TIPO
       510-CUADRA-CONTROL.
           MOVE ZEROS TO WKS-FLAG-LIBERA
           COMPUTE WKS-CUADRE-PERSONAS =
               WKS-CNS-PERSONAS + WKS-EXC-PERSONAS
           COMPUTE WKS-CUADRE-COMPANIAS =
               WKS-CNS-COMPANIAS + WKS-EXC-COMPANIAS
           OPEN INPUT EDM4CTL
           MOVE "CONTROL " TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               MOVE EDCT-ACT-PERSONAS  TO WKS-CTL-PERSONAS
               MOVE EDCT-ACT-COMPANIAS TO WKS-CTL-COMPANIAS
               IF WKS-CUADRE-PERSONAS = WKS-CTL-PERSONAS
               AND WKS-CUADRE-COMPANIAS = WKS-CTL-COMPANIAS
                   MOVE 1 TO WKS-FLAG-LIBERA
               END-IF
           END-IF
           CLOSE EDM4CTL
           MOVE WKS-BLANK-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-CUADRE-TITLE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE "PERSONAS"           TO WKS-CDR-TIPO
           MOVE WKS-CNS-PERSONAS     TO WKS-CDR-CENSO
           MOVE WKS-EXC-PERSONAS     TO WKS-CDR-EXCEPCION
           MOVE WKS-CUADRE-PERSONAS  TO WKS-CDR-TOTAL
           MOVE WKS-CTL-PERSONAS     TO WKS-CDR-CONTROL
           IF WKS-CUADRE-PERSONAS = WKS-CTL-PERSONAS
               MOVE SPACES           TO WKS-CDR-MARCA
           ELSE
               MOVE "*DIFERENCIA"    TO WKS-CDR-MARCA
           END-IF
           MOVE WKS-CUADRE-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE "COMPANIAS"          TO WKS-CDR-TIPO
           MOVE WKS-CNS-COMPANIAS    TO WKS-CDR-CENSO
           MOVE WKS-EXC-COMPANIAS    TO WKS-CDR-EXCEPCION
           MOVE WKS-CUADRE-COMPANIAS TO WKS-CDR-TOTAL
           MOVE WKS-CTL-COMPANIAS    TO WKS-CDR-CONTROL
           IF WKS-CUADRE-COMPANIAS = WKS-CTL-COMPANIAS
               MOVE SPACES           TO WKS-CDR-MARCA
           ELSE
               MOVE "*DIFERENCIA"    TO WKS-CDR-MARCA
           END-IF
           MOVE WKS-CUADRE-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-BLANK-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           EVALUATE TRUE
               WHEN NOT WKS-EDM4CTL-OK
                   MOVE WKS-SIN-CONTROL-LINE TO WKS-REP-LINEA-TXT
               WHEN WKS-FLAG-LIBERA = 1
                   MOVE WKS-LIBERADO-LINE    TO WKS-REP-LINEA-TXT
               WHEN OTHER
                   MOVE WKS-RETENIDO-LINE    TO WKS-REP-LINEA-TXT
           END-EVALUATE
           PERFORM 940-ESCRIBE-REPORTE.

       520-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       900-FINAL.
           CLOSE REPORTE
           CLOSE EDM4REP
           DISPLAY "EDID1R67 - PERIODO    : " WKS-MES-PROCESO
           DISPLAY "EDID1R67 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R67 - EN CENSO   : " WKS-TOTAL-CENSO
           DISPLAY "EDID1R67 - EXCEPCIONES: " WKS-TOTAL-EXCEPCIONES
           IF WKS-FLAG-LIBERA = 1
               DISPLAY "EDID1R67 - CENSO LIBERADO"
           ELSE
               DISPLAY "EDID1R67 - CENSO RETENIDO"
           END-IF.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R67" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R67" TO EDJL-OPERADOR
           MOVE WKS-PARM-MES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS; UN CENSO
      *    RETENIDO TERMINA EN ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R67" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ESCRITOS TO EDJL-ESCRITOS
               EVALUATE TRUE
                   WHEN WKS-FLAG-LIBERA = ZEROS
                       MOVE "E" TO EDJL-ESTADO
                       MOVE 8 TO EDJL-RETORNO
                   WHEN WKS-TOTAL-EXCEPCIONES > ZEROS
                       MOVE "T" TO EDJL-ESTADO
                       MOVE 4 TO EDJL-RETORNO
                   WHEN OTHER
                       MOVE "T" TO EDJL-ESTADO
                       MOVE ZEROS TO EDJL-RETORNO
               END-EVALUATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

      *--> ESCRIBE LA LINEA EN EL DD REPORTE Y LA GUARDA EN EL
      *    REPOSITORIO EDM4REP BAJO LA LLAVE DE LA CORRIDA
       940-ESCRIBE-REPORTE.
           WRITE REG-REPORTE FROM WKS-REP-LINEA-TXT
           ADD 1 TO WKS-REP-LINEA
           MOVE WKS-REP-LINEA     TO EDRP-LINEA
           MOVE WKS-REP-LINEA-TXT TO EDRP-TEXTO
           WRITE REG-EDMREP.
