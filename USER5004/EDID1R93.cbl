      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R93                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : EXTRACCION AD HOC DE CLIENTES POR JUEGO DE       *
      *               PARAMETROS                                       *
      * ARCHIVOS    : EDM4SKL / EDM4CL / EDM4CON / EDM4PDT / EDM4DOC / *
      *               EDM4PRF (ENTRADA) / EXTRACTO / REPORTE (SALIDA)  *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE POR PARM EL JUEGO DE PARAMETROS ($NOMBRE) Y EL OPERADOR *
      * QUE LO PIDE (LO ENVIA EDID1IL5 CON PF24). EL JUEGO SE GUARDA   *
      * EN LA BIBLIOTECA EDM4SKL BAJO SU NOMBRE, SE MANTIENE CON       *
      * EDID1BL2 Y TIENE UNA PALABRA CLAVE POR LINEA ("*" COMENTA):    *
      *   TITULO    TEXTO LIBRE PARA EL REPORTE DE CONTROL             *
      *   SEPARADOR UN CARACTER ENTRE COLUMNAS (OMISION ",")           *
      *   FILTRO    CAMPO OPERADOR VALOR; LOS FILTROS SE CUMPLEN TODOS.*
      *             OPERADORES = <> > >= < <= Y CONTIENE (TEXTO);      *
      *             FECHAS EN AAAAMMDD                                 *
      *   CAMPO     UNO O MAS CAMPOS DE SALIDA, EN EL ORDEN DEL ARCHIVO*
      * LOS CAMPOS SON LOS DEL MAESTRO MAS LOS QUE SE DERIVAN DE LOS   *
      * SATELITES: CONSENTIMIENTO VIGENTE POR CANAL (EDM4CON, SIN VETO *
      * = "S"), PRODUCTOS ACTIVOS Y SUS TIPOS (EDM4PDT) Y TIPOS,       *
      * PRIMER DOCUMENTO Y VENCIMIENTO MAS PROXIMO (EDM4DOC); VER LA   *
      * TABLA WKS-CATALOGO. LOS SATELITES SOLO SE LEEN SI EL JUEGO LOS *
      * USA. SIN FILTRO SOBRE ELIMINADO SE OMITEN LOS MARCADOS "D".    *
      * EL EXTRACTO ES TEXTO DELIMITADO CON UNA LINEA DE TITULOS, LOS  *
      * TEXTOS ENTRE COMILLAS Y LAS FECHAS DD/MM/AAAA, PARA ABRIRLO EN *
      * UNA HOJA ELECTRONICA. SI EL SOLICITANTE NO ES ADMINISTRADOR EN *
      * EDM4PRF, LOS DATOS PERSONALES DE LOS CLIENTES SENSIBLES SALEN  *
      * CON ASTERISCOS. EL REPORTE MUESTRA EL JUEGO TAL COMO SE LEYO,  *
      * LOS ERRORES POR LINEA Y LOS CONTEOS; UN JUEGO INEXISTENTE O    *
      * CON ERRORES NO EXTRAE NADA Y TERMINA CON RETORNO 8             *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R93.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4SKL ASSIGN TO EDM4SKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDSK-LLAVE
               FILE STATUS IS WKS-EDM4SKL-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4CON ASSIGN TO EDM4CON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCO-LLAVE
               FILE STATUS IS WKS-EDM4CON-STATUS.

           SELECT EDM4PDT ASSIGN TO EDM4PDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPD-LLAVE
               FILE STATUS IS WKS-EDM4PDT-STATUS.

           SELECT EDM4DOC ASSIGN TO EDM4DOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDC-LLAVE
               FILE STATUS IS WKS-EDM4DOC-STATUS.

           SELECT EDM4PRF ASSIGN TO EDM4PRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPF-LLAVE
               FILE STATUS IS WKS-EDM4PRF-STATUS.

           SELECT EXTRACTO ASSIGN TO EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-EXTRACTO-STATUS.

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
       FD  EDM4SKL.
       COPY EDMSKL.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4CON.
       COPY EDMCON.

       FD  EDM4PDT.
       COPY EDMPDT.

       FD  EDM4DOC.
       COPY EDMDOC.

       FD  EDM4PRF.
       COPY EDMPRF.

       FD  EXTRACTO
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD.
       01  REG-EXTRACTO                    PIC X(1500).

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
           02 WKS-EDM4SKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4SKL-OK        VALUE "00".
               88 WKS-EDM4SKL-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4CON-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CON-OK        VALUE "00".
           02 WKS-EDM4PDT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PDT-OK        VALUE "00".
               88 WKS-EDM4PDT-EOF       VALUE "10".
           02 WKS-EDM4DOC-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DOC-OK        VALUE "00".
               88 WKS-EDM4DOC-EOF       VALUE "10".
           02 WKS-EDM4PRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRF-OK        VALUE "00".
           02 WKS-EXTRACTO-STATUS       PIC X(02) VALUE SPACES.
               88 WKS-EXTRACTO-OK       VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ENMASCARA        PIC 9 VALUE 1.
           02 WKS-FLAG-FILTRA-ELIM      PIC 9 VALUE ZEROS.
           02 WKS-FLAG-USA-CON          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-USA-PDT          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-USA-DOC          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CUMPLE           PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ENMASCARO        PIC 9 VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LINEAS-JUEGO    PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-ERRORES-JUEGO   PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ELIMINADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NO-CUMPLEN      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-EXTRAIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ENMASCARADOS    PIC 9(07) VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.
       01 WKS-ROL-SOLICITANTE           PIC X(01) VALUE SPACES.

      *-->CATALOGO DE CAMPOS: NOMBRE EN EL JUEGO, POSICION Y LARGO EN
      *   WKS-REG-EXTENDIDO, TIPO (A TEXTO, N NUMERO, D FECHA GUARDADA
      *   DDMMAAAA, F FECHA GUARDADA AAAAMMDD), SI SE ENMASCARA EN
      *   CLIENTES SENSIBLES Y SATELITE DE ORIGEN (C EDM4CON, P EDM4PDT,
      *   D EDM4DOC, BLANCO EL MAESTRO)
       01 WKS-CATALOGO-VAL.
           02 FILLER  PIC X(21) VALUE "CODIGO      001008NN ".
           02 FILLER  PIC X(21) VALUE "NOMBRE      009040AN ".
           02 FILLER  PIC X(21) VALUE "FECHA-NAC   049008DS ".
           02 FILLER  PIC X(21) VALUE "TELEFONO    057008NS ".
           02 FILLER  PIC X(21) VALUE "CELULAR     065008NS ".
           02 FILLER  PIC X(21) VALUE "FECHA-ALTA  073008DN ".
           02 FILLER  PIC X(21) VALUE "ELIMINADO   081001AN ".
           02 FILLER  PIC X(21) VALUE "OPERADOR    082008AN ".
           02 FILLER  PIC X(21) VALUE "FECHA-ELIM  094008FN ".
           02 FILLER  PIC X(21) VALUE "TIPO        102001AN ".
           02 FILLER  PIC X(21) VALUE "DIRECCION   103030AS ".
           02 FILLER  PIC X(21) VALUE "CIUDAD      133020AN ".
           02 FILLER  PIC X(21) VALUE "COD-POSTAL  153006AS ".
           02 FILLER  PIC X(21) VALUE "TIPO-TEL    159001AN ".
           02 FILLER  PIC X(21) VALUE "MOTIVO-ELIM 160020AN ".
           02 FILLER  PIC X(21) VALUE "SENSIBLE    180001AN ".
           02 FILLER  PIC X(21) VALUE "SUCURSAL    181003AN ".
           02 FILLER  PIC X(21) VALUE "PROX-REV    184008FN ".
           02 FILLER  PIC X(21) VALUE "SECTOR      192004AN ".
           02 FILLER  PIC X(21) VALUE "ESTADO-ALTA 196001AN ".
           02 FILLER  PIC X(21) VALUE "CANAL       197001AN ".
           02 FILLER  PIC X(21) VALUE "CON-CARTA   201001ANC".
           02 FILLER  PIC X(21) VALUE "CON-TELEFONO202001ANC".
           02 FILLER  PIC X(21) VALUE "CON-MOVIL   203001ANC".
           02 FILLER  PIC X(21) VALUE "PRODUCTOS   204003NNP".
           02 FILLER  PIC X(21) VALUE "TIPOS-PROD  207020ANP".
           02 FILLER  PIC X(21) VALUE "TIPOS-DOC   227020AND".
           02 FILLER  PIC X(21) VALUE "DOCUMENTO   247020ASD".
           02 FILLER  PIC X(21) VALUE "VENCE-DOC   267008FND".
       01 WKS-CATALOGO REDEFINES WKS-CATALOGO-VAL.
           02 WKS-CAT-ENTRADA OCCURS 29 TIMES.
               03 WKS-CAT-NOMBRE        PIC X(12).
               03 WKS-CAT-POSICION      PIC 9(03).
               03 WKS-CAT-LARGO         PIC 9(03).
               03 WKS-CAT-TIPO          PIC X(01).
               03 WKS-CAT-MASCARA       PIC X(01).
               03 WKS-CAT-ORIGEN        PIC X(01).
       01 WKS-CAT-NO-CAMPOS             PIC 9(02) VALUE 29.

      *-->MAESTRO MAS LOS DATOS DERIVADOS DE LOS SATELITES; LAS
      *   POSICIONES DEL CATALOGO SON SOBRE ESTA AREA
       01 WKS-REG-EXTENDIDO.
           02 WKS-EXT-MAESTRO           PIC X(200).
           02 WKS-EXT-CON-CARTA         PIC X(01).
           02 WKS-EXT-CON-TELEFONO      PIC X(01).
           02 WKS-EXT-CON-MOVIL         PIC X(01).
           02 WKS-EXT-PRODUCTOS         PIC 9(03).
           02 WKS-EXT-TIPOS-PROD        PIC X(20).
           02 WKS-EXT-TIPOS-DOC         PIC X(20).
           02 WKS-EXT-DOCUMENTO         PIC X(20).
           02 WKS-EXT-VENCE-DOC         PIC 9(08).

      *-->FILTROS Y COLUMNAS DEL JUEGO YA INTERPRETADOS
       01 WKS-FILTROS.
           02 WKS-FLT-CUENTA            PIC 9(02) VALUE ZEROS.
           02 WKS-FLT-ENTRADA OCCURS 20 TIMES.
               03 WKS-FLT-CAMPO         PIC 9(02).
               03 WKS-FLT-OPERADOR      PIC X(08).
               03 WKS-FLT-VALOR         PIC X(40).
               03 WKS-FLT-LARGO         PIC 9(02).
               03 WKS-FLT-NUMERO        PIC 9(18).
       01 WKS-COLUMNAS.
           02 WKS-COL-CUENTA            PIC 9(02) VALUE ZEROS.
           02 WKS-COL-CAMPO             PIC 9(02) OCCURS 30 TIMES.
       01 WKS-TITULO                    PIC X(60) VALUE SPACES.
       01 WKS-SEPARADOR                 PIC X(01) VALUE ",".

      *-->INTERPRETACION DE UNA LINEA DEL JUEGO
       01 WKS-INTERPRETE.
           02 WKS-LINEA-PARM            PIC X(71) VALUE SPACES.
           02 WKS-PTR                   PIC 9(03) VALUE ZEROS.
           02 WKS-BLANCOS               PIC 9(03) VALUE ZEROS.
           02 WKS-PAL-CLAVE             PIC X(12) VALUE SPACES.
           02 WKS-PAL-CAMPO             PIC X(12) VALUE SPACES.
           02 WKS-PAL-OPERADOR          PIC X(08) VALUE SPACES.
           02 WKS-PAL-VALOR             PIC X(40) VALUE SPACES.
           02 WKS-PAL-LARGO             PIC 9(02) VALUE ZEROS.
           02 WKS-MENSAJE-ERROR         PIC X(60) VALUE SPACES.
           02 WKS-FLAG-LINEA-MALA       PIC 9 VALUE ZEROS.

      *-->AREAS DE TRABAJO DE LA EVALUACION Y DEL FORMATO DE SALIDA
       01 WKS-EVALUACION.
           02 WKS-IND-CAT               PIC 9(02) VALUE ZEROS.
           02 WKS-IND-FLT               PIC 9(02) VALUE ZEROS.
           02 WKS-IND-COL               PIC 9(02) VALUE ZEROS.
           02 WKS-POS                   PIC 9(03) VALUE ZEROS.
           02 WKS-LARGO                 PIC 9(03) VALUE ZEROS.
           02 WKS-VAL-CAMPO             PIC X(40) VALUE SPACES.
           02 WKS-NUM-CAMPO             PIC 9(18) VALUE ZEROS.
           02 WKS-FECHA-CAMPO           PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-CAMPO-R REDEFINES WKS-FECHA-CAMPO.
               03 WKS-FCA-AAAA          PIC 9(04).
               03 WKS-FCA-MM            PIC 9(02).
               03 WKS-FCA-DD            PIC 9(02).
           02 WKS-COMPARACION           PIC X(01) VALUE SPACES.
           02 WKS-CUENTA-CONTIENE       PIC 9(03) VALUE ZEROS.
           02 WKS-VALOR-SALIDA          PIC X(44) VALUE SPACES.
           02 WKS-LARGO-SALIDA          PIC 9(02) VALUE ZEROS.
           02 WKS-LINEA-SALIDA          PIC X(1500) VALUE SPACES.
           02 WKS-PTR-SALIDA            PIC 9(04) VALUE ZEROS.
           02 WKS-FECHA-SALIDA.
               03 WKS-FSA-DD            PIC 9(02).
               03 FILLER                PIC X(01) VALUE "/".
               03 WKS-FSA-MM            PIC 9(02).
               03 FILLER                PIC X(01) VALUE "/".
               03 WKS-FSA-AAAA          PIC 9(04).
           02 WKS-PTR-TIPOS             PIC 9(02) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(55) VALUE
           "EXTRACCION AD HOC DE CLIENTES - EDID1R93               ".
           02 FILLER                    PIC X(07) VALUE "FECHA: ".
           02 WKS-HDR-FECHA             PIC 9999/99/99.
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(07) VALUE "JUEGO: ".
           02 WKS-HDR-JUEGO             PIC X(08).
           02 FILLER                    PIC X(15) VALUE
               "  SOLICITANTE: ".
           02 WKS-HDR-SOLICITANTE       PIC X(08).
           02 FILLER                    PIC X(07) VALUE "  ROL: ".
           02 WKS-HDR-ROL               PIC X(01).
           02 FILLER                    PIC X(19) VALUE
               "  DATOS SENSIBLES: ".
           02 WKS-HDR-SENSIBLES         PIC X(12).
       01 WKS-HEADER-LINE-3.
           02 FILLER                    PIC X(08) VALUE "TITULO: ".
           02 WKS-HDR-TITULO            PIC X(60).
       01 WKS-HEADER-LINE-4             PIC X(90) VALUE
           "CRITERIOS DEL JUEGO (LINEA Y TEXTO TAL COMO SE LEYO):".

       01 WKS-ECO-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-ECO-LINEA             PIC 9(03).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-ECO-TEXTO             PIC X(71).
       01 WKS-ERROR-LINE.
           02 FILLER                    PIC X(07) VALUE SPACES.
           02 FILLER                    PIC X(11) VALUE "*** ERROR: ".
           02 WKS-ERR-TEXTO             PIC X(60).
       01 WKS-RESUMEN-LINE.
           02 FILLER                    PIC X(09) VALUE "FILTROS: ".
           02 WKS-RES-FILTROS           PIC Z9.
           02 FILLER                    PIC X(10) VALUE "  CAMPOS: ".
           02 WKS-RES-CAMPOS            PIC Z9.
           02 FILLER                    PIC X(13) VALUE
               "  SEPARADOR: ".
           02 WKS-RES-SEPARADOR         PIC X(01).
       01 WKS-ELIMINADOS-LINE           PIC X(90) VALUE
           "SIN FILTRO SOBRE ELIMINADO: SE OMITEN LOS CLIENTES MARCADOS
      -    " D".

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(30) VALUE
               "CLIENTES LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC Z,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(30) VALUE
               "OMITIDOS POR ELIMINADOS: ".
           02 WKS-TOT-ELIMINADOS        PIC Z,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(30) VALUE
               "NO CUMPLEN LOS FILTROS: ".
           02 WKS-TOT-NO-CUMPLEN        PIC Z,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(30) VALUE
               "REGISTROS EXTRAIDOS: ".
           02 WKS-TOT-EXTRAIDOS         PIC Z,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(30) VALUE
               "CLIENTES SENSIBLES ENMASCAR.: ".
           02 WKS-TOT-ENMASCARADOS      PIC Z,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-6.
           02 FILLER                    PIC X(30) VALUE
               "ERRORES EN EL JUEGO: ".
           02 WKS-TOT-ERRORES           PIC Z,ZZZ,ZZ9.
       01 WKS-NO-EXTRAE-LINE            PIC X(90) VALUE
           "*** NO SE EXTRAJO NADA: CORRIJA EL JUEGO EN EDID1BL2".
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-EXTRACCION.
           05 WKS-PARM-JUEGO            PIC X(08).
           05 WKS-PARM-SOLICITANTE      PIC X(08).

       PROCEDURE DIVISION USING WKS-PARM-EXTRACCION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 200-CARGA-JUEGO
           END-IF
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 300-RECORRE-MAESTRO
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> ABRE ARCHIVOS Y DECIDE EL ENMASCARADO SEGUN EL ROL DEL
      *    SOLICITANTE (SIN PERFIL SE ENMASCARA)
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE WKS-FECHA-HOY         TO WKS-HDR-FECHA
           MOVE WKS-PARM-JUEGO        TO WKS-HDR-JUEGO
           MOVE WKS-PARM-SOLICITANTE  TO WKS-HDR-SOLICITANTE
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           OPEN INPUT EDM4SKL
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4CON
           OPEN INPUT EDM4PDT
           OPEN INPUT EDM4DOC
           OPEN INPUT EDM4PRF
           IF NOT WKS-EDM4SKL-OK OR NOT WKS-EDM4CL-OK
           OR NOT WKS-EDM4CON-OK OR NOT WKS-EDM4PDT-OK
           OR NOT WKS-EDM4DOC-OK OR NOT WKS-EDM4PRF-OK
               DISPLAY "EDID1R93 - ERROR AL ABRIR ARCHIVOS: SKL "
                   WKS-EDM4SKL-STATUS " CL " WKS-EDM4CL-STATUS
                   " CON " WKS-EDM4CON-STATUS " PDT "
                   WKS-EDM4PDT-STATUS " DOC " WKS-EDM4DOC-STATUS
                   " PRF " WKS-EDM4PRF-STATUS
               MOVE 1 TO WKS-FLAG-ERROR
           ELSE
               MOVE WKS-PARM-SOLICITANTE TO EDPF-OPERADOR
               READ EDM4PRF
               IF WKS-EDM4PRF-OK
                   MOVE EDPF-ROL TO WKS-ROL-SOLICITANTE
                   IF EDPF-ROL-ADMIN
                       MOVE ZEROS TO WKS-FLAG-ENMASCARA
                   END-IF
               END-IF
           END-IF
           MOVE WKS-ROL-SOLICITANTE TO WKS-HDR-ROL
           IF WKS-FLAG-ENMASCARA = 1
               MOVE "ENMASCARADOS" TO WKS-HDR-SENSIBLES
           ELSE
               MOVE "VISIBLES"     TO WKS-HDR-SENSIBLES
           END-IF
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> LEE EL JUEGO EN ORDEN DE LINEA, LO COPIA AL REPORTE E
      *    INTERPRETA CADA LINEA; CUALQUIER ERROR DETIENE LA EXTRACCION
       200-CARGA-JUEGO.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-4
           MOVE WKS-PARM-JUEGO TO EDSK-NOMBRE
           MOVE ZEROS          TO EDSK-LINEA
           START EDM4SKL KEY IS NOT LESS THAN EDSK-LLAVE
               INVALID KEY
                   SET WKS-EDM4SKL-EOF TO TRUE
           END-START
           IF NOT WKS-EDM4SKL-EOF
               PERFORM 205-LEER-SKL
           END-IF
           PERFORM UNTIL WKS-EDM4SKL-EOF
           OR EDSK-NOMBRE NOT = WKS-PARM-JUEGO
               ADD 1 TO WKS-TOTAL-LINEAS-JUEGO
               MOVE EDSK-LINEA TO WKS-ECO-LINEA
               MOVE EDSK-TEXTO TO WKS-ECO-TEXTO
               WRITE REG-REPORTE FROM WKS-ECO-LINE
               IF EDSK-TEXTO(1:1) NOT = "*"
               AND EDSK-TEXTO > SPACES
                   PERFORM 210-INTERPRETA-LINEA
               END-IF
               PERFORM 205-LEER-SKL
           END-PERFORM
           IF WKS-TOTAL-LINEAS-JUEGO = ZEROS
               MOVE "EL JUEGO NO EXISTE EN EDM4SKL"
                   TO WKS-MENSAJE-ERROR
               PERFORM 290-REPORTA-ERROR
           ELSE IF WKS-COL-CUENTA = ZEROS
               MOVE "EL JUEGO NO TIENE LINEAS CAMPO"
                   TO WKS-MENSAJE-ERROR
               PERFORM 290-REPORTA-ERROR
           END-IF
           MOVE WKS-TITULO TO WKS-HDR-TITULO
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
           MOVE WKS-FLT-CUENTA TO WKS-RES-FILTROS
           MOVE WKS-COL-CUENTA TO WKS-RES-CAMPOS
           MOVE WKS-SEPARADOR  TO WKS-RES-SEPARADOR
           WRITE REG-REPORTE FROM WKS-RESUMEN-LINE
           IF WKS-FLAG-FILTRA-ELIM = ZEROS
               WRITE REG-REPORTE FROM WKS-ELIMINADOS-LINE
           END-IF
           IF WKS-TOTAL-ERRORES-JUEGO > ZEROS
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF.

       205-LEER-SKL.
           READ EDM4SKL NEXT RECORD
               AT END
                   SET WKS-EDM4SKL-EOF TO TRUE
           END-READ.

      *--> PRIMERA PALABRA DE LA LINEA = PALABRA CLAVE
       210-INTERPRETA-LINEA.
           MOVE EDSK-TEXTO TO WKS-LINEA-PARM
           MOVE ZEROS TO WKS-BLANCOS
           INSPECT WKS-LINEA-PARM TALLYING WKS-BLANCOS
               FOR LEADING SPACES
           COMPUTE WKS-PTR = WKS-BLANCOS + 1
           MOVE SPACES TO WKS-PAL-CLAVE
           UNSTRING WKS-LINEA-PARM DELIMITED BY ALL SPACE
               INTO WKS-PAL-CLAVE
               WITH POINTER WKS-PTR
           END-UNSTRING
           EVALUATE WKS-PAL-CLAVE
               WHEN "TITULO"
                   IF WKS-PTR NOT > 71
                       MOVE WKS-LINEA-PARM(WKS-PTR:) TO WKS-TITULO
                   END-IF
               WHEN "SEPARADOR"
                   IF WKS-PTR > 71
                   OR WKS-LINEA-PARM(WKS-PTR:1) = SPACE
                   OR WKS-LINEA-PARM(WKS-PTR:1) = QUOTE
                       MOVE "SEPARADOR INVALIDO" TO WKS-MENSAJE-ERROR
                       PERFORM 290-REPORTA-ERROR
                   ELSE
                       MOVE WKS-LINEA-PARM(WKS-PTR:1) TO WKS-SEPARADOR
                   END-IF
               WHEN "FILTRO"
                   PERFORM 220-INTERPRETA-FILTRO
               WHEN "CAMPO"
                   PERFORM 230-INTERPRETA-CAMPOS
               WHEN OTHER
                   MOVE "PALABRA CLAVE DESCONOCIDA (TITULO SEPARADOR FIL
      -                 "TRO CAMPO)" TO WKS-MENSAJE-ERROR
                   PERFORM 290-REPORTA-ERROR
           END-EVALUATE.

      *--> FILTRO CAMPO OPERADOR VALOR (EL VALOR ES EL RESTO DE LA
      *    LINEA Y PUEDE LLEVAR ESPACIOS)
       220-INTERPRETA-FILTRO.
           MOVE SPACES TO WKS-PAL-CAMPO
           MOVE SPACES TO WKS-PAL-OPERADOR
           MOVE SPACES TO WKS-PAL-VALOR
           MOVE ZEROS  TO WKS-FLAG-LINEA-MALA
           IF WKS-PTR NOT > 71
               UNSTRING WKS-LINEA-PARM DELIMITED BY ALL SPACE
                   INTO WKS-PAL-CAMPO WKS-PAL-OPERADOR
                   WITH POINTER WKS-PTR
               END-UNSTRING
           END-IF
           IF WKS-PTR NOT > 71
               MOVE WKS-LINEA-PARM(WKS-PTR:) TO WKS-PAL-VALOR
           END-IF
           MOVE 40 TO WKS-PAL-LARGO
           PERFORM UNTIL WKS-PAL-LARGO = ZEROS
           OR WKS-PAL-VALOR(WKS-PAL-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WKS-PAL-LARGO
           END-PERFORM
           PERFORM 240-BUSCA-CAMPO
           IF WKS-IND-CAT = ZEROS
               MOVE 1 TO WKS-FLAG-LINEA-MALA
           ELSE IF WKS-PAL-OPERADOR NOT = "="
           AND WKS-PAL-OPERADOR NOT = "<>"
           AND WKS-PAL-OPERADOR NOT = ">"
           AND WKS-PAL-OPERADOR NOT = ">="
           AND WKS-PAL-OPERADOR NOT = "<"
           AND WKS-PAL-OPERADOR NOT = "<="
           AND WKS-PAL-OPERADOR NOT = "CONTIENE"
               MOVE "OPERADOR INVALIDO (= <> > >= < <= CONTIENE)"
                   TO WKS-MENSAJE-ERROR
               MOVE 1 TO WKS-FLAG-LINEA-MALA
           ELSE IF WKS-PAL-OPERADOR = "CONTIENE"
           AND (WKS-CAT-TIPO(WKS-IND-CAT) NOT = "A"
                OR WKS-PAL-LARGO = ZEROS)
               MOVE "CONTIENE ES SOLO PARA TEXTO Y CON VALOR"
                   TO WKS-MENSAJE-ERROR
               MOVE 1 TO WKS-FLAG-LINEA-MALA
           ELSE IF WKS-CAT-TIPO(WKS-IND-CAT) NOT = "A"
               PERFORM 225-VALIDA-VALOR-NUMERICO
           END-IF
           IF WKS-FLAG-LINEA-MALA = 1
               PERFORM 290-REPORTA-ERROR
           ELSE IF WKS-FLT-CUENTA = 20
               MOVE "MAS DE 20 FILTROS EN EL JUEGO" TO WKS-MENSAJE-ERROR
               PERFORM 290-REPORTA-ERROR
           ELSE
               ADD 1 TO WKS-FLT-CUENTA
               MOVE WKS-IND-CAT      TO WKS-FLT-CAMPO(WKS-FLT-CUENTA)
               MOVE WKS-PAL-OPERADOR TO WKS-FLT-OPERADOR(WKS-FLT-CUENTA)
               MOVE WKS-PAL-VALOR    TO WKS-FLT-VALOR(WKS-FLT-CUENTA)
               MOVE WKS-PAL-LARGO    TO WKS-FLT-LARGO(WKS-FLT-CUENTA)
               MOVE WKS-NUM-CAMPO    TO WKS-FLT-NUMERO(WKS-FLT-CUENTA)
               IF WKS-CAT-NOMBRE(WKS-IND-CAT) = "ELIMINADO"
                   MOVE 1 TO WKS-FLAG-FILTRA-ELIM
               END-IF
               PERFORM 245-MARCA-SATELITE
           END-IF.

      *--> NUMEROS: SOLO DIGITOS Y NO MAS LARGOS QUE EL CAMPO; FECHAS:
      *    AAAAMMDD VALIDA
       225-VALIDA-VALOR-NUMERICO.
           MOVE ZEROS TO WKS-NUM-CAMPO
           IF WKS-PAL-LARGO = ZEROS
           OR WKS-PAL-LARGO > WKS-CAT-LARGO(WKS-IND-CAT)
               MOVE "VALOR VACIO O MAS LARGO QUE EL CAMPO"
                   TO WKS-MENSAJE-ERROR
               MOVE 1 TO WKS-FLAG-LINEA-MALA
           ELSE IF WKS-PAL-VALOR(1:WKS-PAL-LARGO) IS NOT NUMERIC
               MOVE "EL CAMPO ES NUMERICO: VALOR SOLO CON DIGITOS"
                   TO WKS-MENSAJE-ERROR
               MOVE 1 TO WKS-FLAG-LINEA-MALA
           ELSE
               MOVE WKS-PAL-VALOR(1:WKS-PAL-LARGO) TO WKS-NUM-CAMPO
               IF WKS-CAT-TIPO(WKS-IND-CAT) NOT = "N"
                   MOVE WKS-NUM-CAMPO TO WKS-FECHA-CAMPO
                   IF WKS-PAL-LARGO NOT = 8
                   OR FUNCTION TEST-DATE-YYYYMMDD(WKS-FECHA-CAMPO)
                       NOT = ZEROS
                       MOVE "FECHA INVALIDA, DIGITE AAAAMMDD"
                           TO WKS-MENSAJE-ERROR
                       MOVE 1 TO WKS-FLAG-LINEA-MALA
                   END-IF
               END-IF
           END-IF.

      *--> CAMPO NOMBRE [NOMBRE ...] (SEPARADOS POR ESPACIO O COMA)
       230-INTERPRETA-CAMPOS.
           PERFORM UNTIL WKS-PTR > 71
               MOVE SPACES TO WKS-PAL-CAMPO
               UNSTRING WKS-LINEA-PARM DELIMITED BY ALL SPACE OR ","
                   INTO WKS-PAL-CAMPO
                   WITH POINTER WKS-PTR
               END-UNSTRING
               IF WKS-PAL-CAMPO > SPACES
                   PERFORM 240-BUSCA-CAMPO
                   IF WKS-IND-CAT = ZEROS
                       PERFORM 290-REPORTA-ERROR
                   ELSE IF WKS-COL-CUENTA = 30
                       MOVE "MAS DE 30 CAMPOS DE SALIDA"
                           TO WKS-MENSAJE-ERROR
                       PERFORM 290-REPORTA-ERROR
                   ELSE
                       ADD 1 TO WKS-COL-CUENTA
                       MOVE WKS-IND-CAT
                           TO WKS-COL-CAMPO(WKS-COL-CUENTA)
                       PERFORM 245-MARCA-SATELITE
                   END-IF
               END-IF
           END-PERFORM.

      *--> UBICA WKS-PAL-CAMPO EN EL CATALOGO (CERO = NO EXISTE)
       240-BUSCA-CAMPO.
           MOVE 1 TO WKS-IND-CAT
           PERFORM UNTIL WKS-IND-CAT > WKS-CAT-NO-CAMPOS
           OR WKS-CAT-NOMBRE(WKS-IND-CAT) = WKS-PAL-CAMPO
               ADD 1 TO WKS-IND-CAT
           END-PERFORM
           IF WKS-IND-CAT > WKS-CAT-NO-CAMPOS
               MOVE ZEROS TO WKS-IND-CAT
               MOVE SPACES TO WKS-MENSAJE-ERROR
               STRING "CAMPO DESCONOCIDO: " DELIMITED BY SIZE
                      WKS-PAL-CAMPO DELIMITED BY SPACE
                 INTO WKS-MENSAJE-ERROR
           END-IF.

       245-MARCA-SATELITE.
           EVALUATE WKS-CAT-ORIGEN(WKS-IND-CAT)
               WHEN "C"
                   MOVE 1 TO WKS-FLAG-USA-CON
               WHEN "P"
                   MOVE 1 TO WKS-FLAG-USA-PDT
               WHEN "D"
                   MOVE 1 TO WKS-FLAG-USA-DOC
           END-EVALUATE.

       290-REPORTA-ERROR.
           ADD 1 TO WKS-TOTAL-ERRORES-JUEGO
           MOVE WKS-MENSAJE-ERROR TO WKS-ERR-TEXTO
           WRITE REG-REPORTE FROM WKS-ERROR-LINE.

      *--> RECORRE EL MAESTRO COMPLETO; LA PRIMERA LINEA DEL EXTRACTO
      *    LLEVA LOS NOMBRES DE LOS CAMPOS
       300-RECORRE-MAESTRO.
           OPEN OUTPUT EXTRACTO
           PERFORM 305-ESCRIBE-TITULOS
           PERFORM 310-LEER-CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMC-MARCA-ELIMINADO = "D"
               AND WKS-FLAG-FILTRA-ELIM = ZEROS
                   ADD 1 TO WKS-TOTAL-ELIMINADOS
               ELSE
                   PERFORM 320-ARMA-EXTENDIDO
                   PERFORM 350-EVALUA-FILTROS
                   IF WKS-FLAG-CUMPLE = 1
                       PERFORM 400-ESCRIBE-REGISTRO
                   ELSE
                       ADD 1 TO WKS-TOTAL-NO-CUMPLEN
                   END-IF
               END-IF
               PERFORM 310-LEER-CL
           END-PERFORM
           CLOSE EXTRACTO.

       305-ESCRIBE-TITULOS.
           MOVE SPACES TO WKS-LINEA-SALIDA
           MOVE 1 TO WKS-PTR-SALIDA
           PERFORM VARYING WKS-IND-COL FROM 1 BY 1
           UNTIL WKS-IND-COL > WKS-COL-CUENTA
               IF WKS-IND-COL > 1
                   STRING WKS-SEPARADOR DELIMITED BY SIZE
                     INTO WKS-LINEA-SALIDA
                     WITH POINTER WKS-PTR-SALIDA
               END-IF
               MOVE WKS-COL-CAMPO(WKS-IND-COL) TO WKS-IND-CAT
               STRING WKS-CAT-NOMBRE(WKS-IND-CAT) DELIMITED BY SPACE
                 INTO WKS-LINEA-SALIDA
                 WITH POINTER WKS-PTR-SALIDA
           END-PERFORM
           WRITE REG-EXTRACTO FROM WKS-LINEA-SALIDA.

       310-LEER-CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> IMAGEN DEL MAESTRO MAS LOS SATELITES QUE EL JUEGO USA
       320-ARMA-EXTENDIDO.
           MOVE REG-EDMACL TO WKS-EXT-MAESTRO
           IF WKS-FLAG-USA-CON = 1
               PERFORM 330-CARGA-CONSENTIMIENTO
           END-IF
           IF WKS-FLAG-USA-PDT = 1
               PERFORM 335-CARGA-PRODUCTOS
           END-IF
           IF WKS-FLAG-USA-DOC = 1
               PERFORM 340-CARGA-DOCUMENTOS
           END-IF.

      *--> "N" SI HAY UN VETO VIGENTE PARA EL CANAL; SIN FILA O SIN
      *    VETO VIGENTE EL CONTACTO SE ASUME PERMITIDO ("S")
       330-CARGA-CONSENTIMIENTO.
           MOVE "C" TO EDCO-CANAL
           PERFORM 332-LEE-CONSENTIMIENTO
           MOVE WKS-COMPARACION TO WKS-EXT-CON-CARTA
           MOVE "T" TO EDCO-CANAL
           PERFORM 332-LEE-CONSENTIMIENTO
           MOVE WKS-COMPARACION TO WKS-EXT-CON-TELEFONO
           MOVE "M" TO EDCO-CANAL
           PERFORM 332-LEE-CONSENTIMIENTO
           MOVE WKS-COMPARACION TO WKS-EXT-CON-MOVIL.

       332-LEE-CONSENTIMIENTO.
           MOVE EDMC-LLAVE TO EDCO-CO-CLIENTE
           MOVE "S" TO WKS-COMPARACION
           READ EDM4CON
           IF WKS-EDM4CON-OK
           AND EDCO-CONTACTO-VETADO
           AND EDCO-FECHA-INICIO NOT > WKS-FECHA-HOY
           AND (EDCO-FECHA-FIN = ZEROS
                OR EDCO-FECHA-FIN NOT < WKS-FECHA-HOY)
               MOVE "N" TO WKS-COMPARACION
           END-IF.

      *--> PRODUCTOS ACTIVOS Y SUS TIPOS SEPARADOS POR ESPACIO
       335-CARGA-PRODUCTOS.
           MOVE ZEROS  TO WKS-EXT-PRODUCTOS
           MOVE SPACES TO WKS-EXT-TIPOS-PROD
           MOVE 1 TO WKS-PTR-TIPOS
           MOVE EDMC-LLAVE  TO EDPD-CO-CLIENTE
           MOVE LOW-VALUES  TO EDPD-PRODUCTO
           START EDM4PDT KEY IS NOT LESS THAN EDPD-LLAVE
               INVALID KEY
                   SET WKS-EDM4PDT-EOF TO TRUE
           END-START
           PERFORM UNTIL NOT WKS-EDM4PDT-OK
               READ EDM4PDT NEXT RECORD
                   AT END
                       SET WKS-EDM4PDT-EOF TO TRUE
               END-READ
               IF WKS-EDM4PDT-OK
                   IF EDPD-CO-CLIENTE NOT = EDMC-LLAVE
                       SET WKS-EDM4PDT-EOF TO TRUE
                   ELSE IF EDPD-ACTIVO
                       ADD 1 TO WKS-EXT-PRODUCTOS
                       IF WKS-PTR-TIPOS < 19
                           STRING EDPD-TIPO " " DELIMITED BY SIZE
                             INTO WKS-EXT-TIPOS-PROD
                             WITH POINTER WKS-PTR-TIPOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *--> TIPOS DE DOCUMENTO, NUMERO DEL PRIMERO (ORDEN DE LLAVE) Y
      *    EL VENCIMIENTO MAS PROXIMO DE LOS QUE VENCEN
       340-CARGA-DOCUMENTOS.
           MOVE SPACES TO WKS-EXT-TIPOS-DOC
           MOVE SPACES TO WKS-EXT-DOCUMENTO
           MOVE ZEROS  TO WKS-EXT-VENCE-DOC
           MOVE 1 TO WKS-PTR-TIPOS
           MOVE EDMC-LLAVE  TO EDDC-CO-CLIENTE
           MOVE LOW-VALUES  TO EDDC-TIPO-DOC
           START EDM4DOC KEY IS NOT LESS THAN EDDC-LLAVE
               INVALID KEY
                   SET WKS-EDM4DOC-EOF TO TRUE
           END-START
           PERFORM UNTIL NOT WKS-EDM4DOC-OK
               READ EDM4DOC NEXT RECORD
                   AT END
                       SET WKS-EDM4DOC-EOF TO TRUE
               END-READ
               IF WKS-EDM4DOC-OK
                   IF EDDC-CO-CLIENTE NOT = EDMC-LLAVE
                       SET WKS-EDM4DOC-EOF TO TRUE
                   ELSE
                       IF WKS-EXT-DOCUMENTO = SPACES
                           MOVE EDDC-NUMERO TO WKS-EXT-DOCUMENTO
                       END-IF
                       IF WKS-PTR-TIPOS < 19
                           STRING EDDC-TIPO-DOC " " DELIMITED BY SIZE
                             INTO WKS-EXT-TIPOS-DOC
                             WITH POINTER WKS-PTR-TIPOS
                       END-IF
                       IF EDDC-FECHA-VENCE > ZEROS
                       AND (WKS-EXT-VENCE-DOC = ZEROS
                            OR EDDC-FECHA-VENCE < WKS-EXT-VENCE-DOC)
                           MOVE EDDC-FECHA-VENCE TO WKS-EXT-VENCE-DOC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *--> TODOS LOS FILTROS DEBEN CUMPLIRSE
       350-EVALUA-FILTROS.
           MOVE 1 TO WKS-FLAG-CUMPLE
           PERFORM VARYING WKS-IND-FLT FROM 1 BY 1
           UNTIL WKS-IND-FLT > WKS-FLT-CUENTA
           OR WKS-FLAG-CUMPLE = ZEROS
               PERFORM 360-EVALUA-FILTRO
           END-PERFORM.

      *--> COMPARA EL CAMPO CONTRA EL VALOR (TEXTO O NUMERO SEGUN EL
      *    TIPO) Y APLICA EL OPERADOR AL RESULTADO "<", "=" O ">"
       360-EVALUA-FILTRO.
           MOVE WKS-FLT-CAMPO(WKS-IND-FLT) TO WKS-IND-CAT
           IF WKS-CAT-TIPO(WKS-IND-CAT) = "A"
               PERFORM 370-VALOR-TEXTO
               IF WKS-FLT-OPERADOR(WKS-IND-FLT) = "CONTIENE"
                   MOVE ZEROS TO WKS-CUENTA-CONTIENE
                   INSPECT WKS-VAL-CAMPO TALLYING WKS-CUENTA-CONTIENE
                       FOR ALL WKS-FLT-VALOR(WKS-IND-FLT)
                               (1:WKS-FLT-LARGO(WKS-IND-FLT))
                   IF WKS-CUENTA-CONTIENE = ZEROS
                       MOVE ZEROS TO WKS-FLAG-CUMPLE
                   END-IF
               ELSE
                   IF WKS-VAL-CAMPO < WKS-FLT-VALOR(WKS-IND-FLT)
                       MOVE "<" TO WKS-COMPARACION
                   ELSE IF WKS-VAL-CAMPO > WKS-FLT-VALOR(WKS-IND-FLT)
                       MOVE ">" TO WKS-COMPARACION
                   ELSE
                       MOVE "=" TO WKS-COMPARACION
                   END-IF
                   PERFORM 365-APLICA-OPERADOR
               END-IF
           ELSE
               PERFORM 375-VALOR-NUMERICO
               IF WKS-NUM-CAMPO < WKS-FLT-NUMERO(WKS-IND-FLT)
                   MOVE "<" TO WKS-COMPARACION
               ELSE IF WKS-NUM-CAMPO > WKS-FLT-NUMERO(WKS-IND-FLT)
                   MOVE ">" TO WKS-COMPARACION
               ELSE
                   MOVE "=" TO WKS-COMPARACION
               END-IF
               PERFORM 365-APLICA-OPERADOR
           END-IF.

       365-APLICA-OPERADOR.
           EVALUATE WKS-FLT-OPERADOR(WKS-IND-FLT)
               WHEN "="
                   IF WKS-COMPARACION NOT = "="
                       MOVE ZEROS TO WKS-FLAG-CUMPLE
                   END-IF
               WHEN "<>"
                   IF WKS-COMPARACION = "="
                       MOVE ZEROS TO WKS-FLAG-CUMPLE
                   END-IF
               WHEN ">"
                   IF WKS-COMPARACION NOT = ">"
                       MOVE ZEROS TO WKS-FLAG-CUMPLE
                   END-IF
               WHEN ">="
                   IF WKS-COMPARACION = "<"
                       MOVE ZEROS TO WKS-FLAG-CUMPLE
                   END-IF
               WHEN "<"
                   IF WKS-COMPARACION NOT = "<"
                       MOVE ZEROS TO WKS-FLAG-CUMPLE
                   END-IF
               WHEN "<="
                   IF WKS-COMPARACION = ">"
                       MOVE ZEROS TO WKS-FLAG-CUMPLE
                   END-IF
           END-EVALUATE.

       370-VALOR-TEXTO.
           MOVE WKS-CAT-POSICION(WKS-IND-CAT) TO WKS-POS
           MOVE WKS-CAT-LARGO(WKS-IND-CAT)    TO WKS-LARGO
           MOVE SPACES TO WKS-VAL-CAMPO
           MOVE WKS-REG-EXTENDIDO(WKS-POS:WKS-LARGO) TO WKS-VAL-CAMPO.

      *--> NUMEROS Y FECHAS (ESTAS SIEMPRE COMO AAAAMMDD); UN CAMPO
      *    NUMERICO SIN DATO VALE CERO
       375-VALOR-NUMERICO.
           MOVE WKS-CAT-POSICION(WKS-IND-CAT) TO WKS-POS
           MOVE WKS-CAT-LARGO(WKS-IND-CAT)    TO WKS-LARGO
           MOVE ZEROS TO WKS-NUM-CAMPO
           IF WKS-REG-EXTENDIDO(WKS-POS:WKS-LARGO) IS NUMERIC
               MOVE WKS-REG-EXTENDIDO(WKS-POS:WKS-LARGO)
                   TO WKS-NUM-CAMPO
           END-IF
           IF WKS-CAT-TIPO(WKS-IND-CAT) = "D"
               MOVE WKS-REG-EXTENDIDO(WKS-POS + 4:4) TO WKS-FCA-AAAA
               MOVE WKS-REG-EXTENDIDO(WKS-POS + 2:2) TO WKS-FCA-MM
               MOVE WKS-REG-EXTENDIDO(WKS-POS:2)     TO WKS-FCA-DD
               IF WKS-FECHA-CAMPO IS NUMERIC
                   MOVE WKS-FECHA-CAMPO TO WKS-NUM-CAMPO
               ELSE
                   MOVE ZEROS TO WKS-NUM-CAMPO
               END-IF
           END-IF.

      *--> UNA LINEA DEL EXTRACTO CON LAS COLUMNAS DEL JUEGO
       400-ESCRIBE-REGISTRO.
           MOVE ZEROS  TO WKS-FLAG-ENMASCARO
           MOVE SPACES TO WKS-LINEA-SALIDA
           MOVE 1 TO WKS-PTR-SALIDA
           PERFORM VARYING WKS-IND-COL FROM 1 BY 1
           UNTIL WKS-IND-COL > WKS-COL-CUENTA
               IF WKS-IND-COL > 1
                   STRING WKS-SEPARADOR DELIMITED BY SIZE
                     INTO WKS-LINEA-SALIDA
                     WITH POINTER WKS-PTR-SALIDA
               END-IF
               MOVE WKS-COL-CAMPO(WKS-IND-COL) TO WKS-IND-CAT
               PERFORM 410-FORMATEA-VALOR
               IF WKS-LARGO-SALIDA > ZEROS
                   STRING WKS-VALOR-SALIDA(1:WKS-LARGO-SALIDA)
                       DELIMITED BY SIZE
                     INTO WKS-LINEA-SALIDA
                     WITH POINTER WKS-PTR-SALIDA
               END-IF
           END-PERFORM
           WRITE REG-EXTRACTO FROM WKS-LINEA-SALIDA
           ADD 1 TO WKS-TOTAL-EXTRAIDOS
           IF WKS-FLAG-ENMASCARO = 1
               ADD 1 TO WKS-TOTAL-ENMASCARADOS
           END-IF.

      *--> TEXTO ENTRE COMILLAS (LAS COMILLAS INTERNAS PASAN A
      *    APOSTROFE), NUMEROS TAL CUAL, FECHAS DD/MM/AAAA (CERO =
      *    VACIO) Y ASTERISCOS EN LOS DATOS PERSONALES DE UN CLIENTE
      *    SENSIBLE SI EL SOLICITANTE NO ES ADMINISTRADOR
       410-FORMATEA-VALOR.
           MOVE SPACES TO WKS-VALOR-SALIDA
           MOVE ZEROS  TO WKS-LARGO-SALIDA
           IF WKS-FLAG-ENMASCARA = 1
           AND EDMC-SENSIBLE
           AND WKS-CAT-MASCARA(WKS-IND-CAT) = "S"
               MOVE "********" TO WKS-VALOR-SALIDA
               MOVE 8 TO WKS-LARGO-SALIDA
               MOVE 1 TO WKS-FLAG-ENMASCARO
           ELSE IF WKS-CAT-TIPO(WKS-IND-CAT) = "A"
               PERFORM 370-VALOR-TEXTO
               INSPECT WKS-VAL-CAMPO REPLACING ALL QUOTE BY "'"
               MOVE WKS-LARGO TO WKS-LARGO-SALIDA
               PERFORM UNTIL WKS-LARGO-SALIDA = ZEROS
               OR WKS-VAL-CAMPO(WKS-LARGO-SALIDA:1) NOT = SPACE
                   SUBTRACT 1 FROM WKS-LARGO-SALIDA
               END-PERFORM
               IF WKS-LARGO-SALIDA > ZEROS
                   STRING QUOTE DELIMITED BY SIZE
                          WKS-VAL-CAMPO(1:WKS-LARGO-SALIDA)
                              DELIMITED BY SIZE
                          QUOTE DELIMITED BY SIZE
                     INTO WKS-VALOR-SALIDA
                   ADD 2 TO WKS-LARGO-SALIDA
               END-IF
           ELSE IF WKS-CAT-TIPO(WKS-IND-CAT) = "N"
               MOVE WKS-CAT-POSICION(WKS-IND-CAT) TO WKS-POS
               MOVE WKS-CAT-LARGO(WKS-IND-CAT)    TO WKS-LARGO
               IF WKS-REG-EXTENDIDO(WKS-POS:WKS-LARGO) IS NUMERIC
                   MOVE WKS-REG-EXTENDIDO(WKS-POS:WKS-LARGO)
                       TO WKS-VALOR-SALIDA
                   MOVE WKS-LARGO TO WKS-LARGO-SALIDA
               END-IF
           ELSE
               PERFORM 375-VALOR-NUMERICO
               IF WKS-NUM-CAMPO > ZEROS
                   MOVE WKS-NUM-CAMPO TO WKS-FECHA-CAMPO
                   MOVE WKS-FCA-DD    TO WKS-FSA-DD
                   MOVE WKS-FCA-MM    TO WKS-FSA-MM
                   MOVE WKS-FCA-AAAA  TO WKS-FSA-AAAA
                   MOVE WKS-FECHA-SALIDA TO WKS-VALOR-SALIDA
                   MOVE 10 TO WKS-LARGO-SALIDA
               END-IF
           END-IF.

       900-FINAL.
           CLOSE EDM4SKL
           CLOSE EDM4CL
           CLOSE EDM4CON
           CLOSE EDM4PDT
           CLOSE EDM4DOC
           CLOSE EDM4PRF
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           IF WKS-FLAG-ERROR = 1
               WRITE REG-REPORTE FROM WKS-NO-EXTRAE-LINE
           END-IF
           MOVE WKS-TOTAL-LEIDOS        TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-ELIMINADOS    TO WKS-TOT-ELIMINADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-NO-CUMPLEN    TO WKS-TOT-NO-CUMPLEN
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-EXTRAIDOS     TO WKS-TOT-EXTRAIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           MOVE WKS-TOTAL-ENMASCARADOS  TO WKS-TOT-ENMASCARADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           MOVE WKS-TOTAL-ERRORES-JUEGO TO WKS-TOT-ERRORES
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-6
           CLOSE REPORTE
           DISPLAY "EDID1R93 - JUEGO           : " WKS-PARM-JUEGO
           DISPLAY "EDID1R93 - SOLICITANTE     : "
               WKS-PARM-SOLICITANTE
           DISPLAY "EDID1R93 - CLIENTES LEIDOS : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R93 - EXTRAIDOS       : " WKS-TOTAL-EXTRAIDOS
           DISPLAY "EDID1R93 - ENMASCARADOS    : "
               WKS-TOTAL-ENMASCARADOS
           DISPLAY "EDID1R93 - ERRORES JUEGO   : "
               WKS-TOTAL-ERRORES-JUEGO.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R93" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE WKS-PARM-SOLICITANTE TO EDJL-OPERADOR
           MOVE WKS-PARM-EXTRACCION TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN ARCHIVO SIN ABRIR O UN
      *    JUEGO INEXISTENTE O CON ERRORES TERMINA CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R93" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS    TO EDJL-LEIDOS
               MOVE WKS-TOTAL-EXTRAIDOS TO EDJL-ESCRITOS
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
