      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R86                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : COPIA ENMASCARADA DE DATOS PARA PRUEBAS          *
      * ARCHIVOS    : EDM4CL / EDM4NOT / EDM4REL / EDM4DOC / EDM4CON / *
      *               EDM4PDT / EDM4AUL / EDM4SKL (ENTRADA) /          *
      *               TSTCL / TSTNOT / TSTREL / TSTDOC / TSTCON /      *
      *               TSTPDT / TSTAUL / REPORTE (SALIDA)               *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * COPIA LOS ARCHIVOS DEL CLIENTE (EDM4CL Y LOS SATELITES        *
      * EDM4NOT, EDM4REL, EDM4DOC, EDM4CON, EDM4PDT Y EDM4AUL) A LOS  *
      * DATASETS DE LA REGION DE PRUEBAS, ENMASCARANDO LOS DATOS      *
      * PERSONALES: NOMBRE, TELEFONOS, DIRECCION, DIA Y MES DE        *
      * NACIMIENTO, NUMERO DE DOCUMENTO Y TEXTO DE LAS NOTAS. LOS     *
      * VALORES FALSOS SE DERIVAN SOLO DEL CODIGO DE CLIENTE, ASI QUE *
      * EL MISMO CLIENTE RECIBE LOS MISMOS VALORES EN TODOS LOS       *
      * ARCHIVOS (TAMBIEN EN LAS IMAGENES DE LA BITACORA) Y LOS       *
      * CODIGOS Y VINCULOS NO CAMBIAN. SE CONSERVAN CIUDAD, POSTAL,   *
      * TIPO, SUCURSAL, SECTOR, MARCAS Y ANO DE NACIMIENTO PARA QUE   *
      * LOS REPORTES DE PRUEBAS SE PAREZCAN A LOS DE PRODUCCION. EL   *
      * PARM TRAE EL PREFIJO DE LOS DATASETS DESTINO (EL MISMO QUE    *
      * USAN LOS DD TST* DEL JOB): SI ESTA EN BLANCO, SI NO SE        *
      * ENCUENTRA EL PREFIJO DE PRODUCCION (&PREF DEL ESQUELETO       *
      * "SIMBOLOS" DE EDM4SKL) O SI EL DESTINO ES ESE PREFIJO O       *
      * CUELGA DE EL, NO SE ABRE NINGUNA SALIDA Y TERMINA CON         *
      * RETORNO 8                                                     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R86.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-->ORIGEN: ARCHIVOS DE PRODUCCION
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4NOT ASSIGN TO EDM4NOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDNT-LLAVE
               FILE STATUS IS WKS-EDM4NOT-STATUS.

           SELECT EDM4REL ASSIGN TO EDM4REL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDRL-LLAVE
               FILE STATUS IS WKS-EDM4REL-STATUS.

           SELECT EDM4DOC ASSIGN TO EDM4DOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDDC-LLAVE
               FILE STATUS IS WKS-EDM4DOC-STATUS.

           SELECT EDM4CON ASSIGN TO EDM4CON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDCO-LLAVE
               FILE STATUS IS WKS-EDM4CON-STATUS.

           SELECT EDM4PDT ASSIGN TO EDM4PDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDPD-LLAVE
               FILE STATUS IS WKS-EDM4PDT-STATUS.

           SELECT EDM4AUL ASSIGN TO EDM4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4SKL ASSIGN TO EDM4SKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDSK-LLAVE
               FILE STATUS IS WKS-EDM4SKL-STATUS.

      *-->DESTINO: DATASETS DE LA REGION DE PRUEBAS
           SELECT TSTCL ASSIGN TO TSTCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSMC-LLAVE
               FILE STATUS IS WKS-TSTCL-STATUS.

           SELECT TSTNOT ASSIGN TO TSTNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSNT-LLAVE
               FILE STATUS IS WKS-TSTNOT-STATUS.

           SELECT TSTREL ASSIGN TO TSTREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSRL-LLAVE
               FILE STATUS IS WKS-TSTREL-STATUS.

           SELECT TSTDOC ASSIGN TO TSTDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSDC-LLAVE
               FILE STATUS IS WKS-TSTDOC-STATUS.

           SELECT TSTCON ASSIGN TO TSTCON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSCO-LLAVE
               FILE STATUS IS WKS-TSTCON-STATUS.

           SELECT TSTPDT ASSIGN TO TSTPDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSPD-LLAVE
               FILE STATUS IS WKS-TSTPDT-STATUS.

           SELECT TSTAUL ASSIGN TO TSTAUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSAU-LLAVE
               FILE STATUS IS WKS-TSTAUL-STATUS.

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
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4NOT.
       COPY EDMNOT.

       FD  EDM4REL.
       COPY EDMREL.

       FD  EDM4DOC.
       COPY EDMDOC.

       FD  EDM4CON.
       COPY EDMCON.

       FD  EDM4PDT.
       COPY EDMPDT.

       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4SKL.
       COPY EDMSKL.

       FD  TSTCL.
       COPY EDMACL
           REPLACING ==REG-EDMACL== BY ==REG-TSTCL==
                     LEADING ==EDMC-== BY ==TSMC-==.

       FD  TSTNOT.
       COPY EDMNOT
           REPLACING ==REG-EDMNOT== BY ==REG-TSTNOT==
                     LEADING ==EDNT-== BY ==TSNT-==.

       FD  TSTREL.
       COPY EDMREL
           REPLACING ==REG-EDMREL== BY ==REG-TSTREL==
                     LEADING ==EDRL-== BY ==TSRL-==.

       FD  TSTDOC.
       COPY EDMDOC
           REPLACING ==REG-EDMDOC== BY ==REG-TSTDOC==
                     LEADING ==EDDC-== BY ==TSDC-==.

       FD  TSTCON.
       COPY EDMCON
           REPLACING ==REG-EDMCON== BY ==REG-TSTCON==
                     LEADING ==EDCO-== BY ==TSCO-==.

       FD  TSTPDT.
       COPY EDMPDT
           REPLACING ==REG-EDMPDT== BY ==REG-TSTPDT==
                     LEADING ==EDPD-== BY ==TSPD-==.

       FD  TSTAUL.
       COPY EDMAUL
           REPLACING ==REG-EDMAUL== BY ==REG-TSTAUL==
                     LEADING ==EDAU-== BY ==TSAU-==.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

      *-->VISTA DE TRABAJO DE UNA IMAGEN DEL MAESTRO (EL REGISTRO DE
      *   EDM4CL O LAS IMAGENES ANTES/DESPUES DE LA BITACORA)
       COPY EDMACL
           REPLACING ==REG-EDMACL== BY ==WKS-IMG-MASCARA==
                     LEADING ==EDMC-== BY ==EDIM-==.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4NOT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4NOT-EOF       VALUE "10".
           02 WKS-EDM4REL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REL-EOF       VALUE "10".
           02 WKS-EDM4DOC-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DOC-EOF       VALUE "10".
           02 WKS-EDM4CON-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CON-EOF       VALUE "10".
           02 WKS-EDM4PDT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PDT-EOF       VALUE "10".
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-EOF       VALUE "10".
           02 WKS-EDM4SKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4SKL-OK        VALUE "00".
           02 WKS-TSTCL-STATUS          PIC X(02) VALUE SPACES.
           02 WKS-TSTNOT-STATUS         PIC X(02) VALUE SPACES.
           02 WKS-TSTREL-STATUS         PIC X(02) VALUE SPACES.
           02 WKS-TSTDOC-STATUS         PIC X(02) VALUE SPACES.
           02 WKS-TSTCON-STATUS         PIC X(02) VALUE SPACES.
           02 WKS-TSTPDT-STATUS         PIC X(02) VALUE SPACES.
           02 WKS-TSTAUL-STATUS         PIC X(02) VALUE SPACES.
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
      *-->ESTADO DE LA ULTIMA ESCRITURA EN UN ARCHIVO DESTINO
           02 WKS-SALIDA-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-SALIDA-OK         VALUE "00".

      *-->CONTEOS POR ARCHIVO, EN EL ORDEN EN QUE SE COPIAN
       01 WKS-TABLES.
           02 WKS-ARCHIVOS.
               03 FILLER                PIC X(32) VALUE
                   "EDM4CL  EDM4NOT EDM4REL EDM4DOC ".
               03 FILLER                PIC X(24) VALUE
                   "EDM4CON EDM4PDT EDM4AUL ".
           02 WKS-ARCHIVOS-TABLE REDEFINES WKS-ARCHIVOS OCCURS 7.
               03 WKS-ARC-NOMBRE        PIC X(08).
           02 WKS-CONTEOS.
               03 WKS-ARC-CONTEO OCCURS 7.
                   04 WKS-ARC-LEIDOS    PIC 9(07).
                   04 WKS-ARC-COPIADOS  PIC 9(07).
                   04 WKS-ARC-ERRORES   PIC 9(07).
       01 WKS-ARC                       PIC 9(01) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-COPIADOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ERRORES         PIC 9(07) VALUE ZEROS.

      *-->CONTROL DEL DESTINO: EL PREFIJO DEL PARM NO PUEDE SER EL DE
      *   PRODUCCION NI UN NIVEL DEBAJO DE EL
       01 WKS-DESTINO.
           02 WKS-PREF-PRODUCCION       PIC X(44) VALUE SPACES.
           02 WKS-LARGO-PROD            PIC 9(02) VALUE ZEROS.
           02 WKS-FLAG-DESTINO          PIC 9 VALUE ZEROS.
               88 WKS-DESTINO-VALIDO    VALUE 1.
           02 WKS-MOTIVO-RECHAZO        PIC X(40) VALUE SPACES.

      *-->VALORES FALSOS DEL CLIENTE EN CURSO. SE CALCULAN UNA VEZ
      *   POR CODIGO CON UN GENERADOR CONGRUENCIAL SEMBRADO CON EL
      *   CODIGO, ASI QUE SALEN IGUALES EN CUALQUIER ARCHIVO Y CORRIDA
       01 WKS-MASCARA.
           02 WKS-MSK-CODIGO            PIC 9(08) VALUE ZEROS.
           02 WKS-MSK-CODIGO-X REDEFINES WKS-MSK-CODIGO
                                        PIC X(08).
           02 WKS-MSK-ULTIMO            PIC X(08) VALUE SPACES.
           02 WKS-SEMILLA               PIC 9(10) VALUE ZEROS.
           02 WKS-ALEA                  PIC 9(10) VALUE ZEROS.
           02 WKS-IDX-1                 PIC 9(02) VALUE ZEROS.
           02 WKS-IDX-2                 PIC 9(02) VALUE ZEROS.
           02 WKS-IDX-3                 PIC 9(02) VALUE ZEROS.
           02 WKS-FAL-PERSONA           PIC X(40) VALUE SPACES.
           02 WKS-FAL-COMPANIA          PIC X(40) VALUE SPACES.
           02 WKS-FAL-DIRECCION         PIC X(30) VALUE SPACES.
           02 WKS-FAL-DIA               PIC 9(02) VALUE ZEROS.
           02 WKS-FAL-MES               PIC 9(02) VALUE ZEROS.
           02 WKS-FAL-TEL-FIJO          PIC 9(07) VALUE ZEROS.
           02 WKS-FAL-TEL-MOVIL         PIC 9(07) VALUE ZEROS.
           02 WKS-DIR-CALLE             PIC 9(02) VALUE ZEROS.
           02 WKS-DIR-CUADRA            PIC 9(02) VALUE ZEROS.
           02 WKS-DIR-CASA              PIC 9(02) VALUE ZEROS.
           02 WKS-TIPO-BITACORA         PIC X(01) VALUE SPACES.
               88 WKS-BITACORA-COMPANIA VALUE "C".
           02 WKS-POS                   PIC 9(02) VALUE ZEROS.
           02 WKS-DIGITO                PIC 9(01) VALUE ZEROS.
      *-->FECHA DDMMAAAA: SE CAMBIAN DIA Y MES, EL ANO SE CONSERVA
           02 WKS-FECHA-TRABAJO         PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-TRABAJO-R REDEFINES WKS-FECHA-TRABAJO.
               03 WKS-FT-DIA            PIC 9(02).
               03 WKS-FT-MES            PIC 9(02).
               03 WKS-FT-ANIO           PIC 9(04).
      *-->TELEFONO: SE CONSERVA EL PRIMER DIGITO (FIJO O MOVIL)
           02 WKS-TEL-TRABAJO           PIC 9(08) VALUE ZEROS.
           02 WKS-TEL-TRABAJO-R REDEFINES WKS-TEL-TRABAJO.
               03 WKS-TEL-PRIMERO       PIC 9(01).
               03 WKS-TEL-RESTO         PIC 9(07).

      *-->NOMBRES, APELLIDOS, GIROS Y VIAS PARA ARMAR LOS VALORES
       01 WKS-TABLAS-FALSOS.
           02 WKS-NOMBRES-TXT.
               03 FILLER                PIC X(10) VALUE "ANA".
               03 FILLER                PIC X(10) VALUE "CARLOS".
               03 FILLER                PIC X(10) VALUE "MARIA".
               03 FILLER                PIC X(10) VALUE "JOSE".
               03 FILLER                PIC X(10) VALUE "LUCIA".
               03 FILLER                PIC X(10) VALUE "MIGUEL".
               03 FILLER                PIC X(10) VALUE "SOFIA".
               03 FILLER                PIC X(10) VALUE "JUAN".
               03 FILLER                PIC X(10) VALUE "ELENA".
               03 FILLER                PIC X(10) VALUE "PEDRO".
               03 FILLER                PIC X(10) VALUE "CARMEN".
               03 FILLER                PIC X(10) VALUE "LUIS".
               03 FILLER                PIC X(10) VALUE "ROSA".
               03 FILLER                PIC X(10) VALUE "JORGE".
               03 FILLER                PIC X(10) VALUE "PAULA".
               03 FILLER                PIC X(10) VALUE "DANIEL".
               03 FILLER                PIC X(10) VALUE "TERESA".
               03 FILLER                PIC X(10) VALUE "MARIO".
               03 FILLER                PIC X(10) VALUE "GLORIA".
               03 FILLER                PIC X(10) VALUE "RAUL".
           02 WKS-NOMBRES-TABLE REDEFINES WKS-NOMBRES-TXT OCCURS 20.
               03 WKS-NOMBRE-FALSO      PIC X(10).
           02 WKS-APELLIDOS-TXT.
               03 FILLER                PIC X(10) VALUE "GARCIA".
               03 FILLER                PIC X(10) VALUE "LOPEZ".
               03 FILLER                PIC X(10) VALUE "PEREZ".
               03 FILLER                PIC X(10) VALUE "MORALES".
               03 FILLER                PIC X(10) VALUE "CASTILLO".
               03 FILLER                PIC X(10) VALUE "RAMIREZ".
               03 FILLER                PIC X(10) VALUE "HERRERA".
               03 FILLER                PIC X(10) VALUE "MENDOZA".
               03 FILLER                PIC X(10) VALUE "FLORES".
               03 FILLER                PIC X(10) VALUE "REYES".
               03 FILLER                PIC X(10) VALUE "AGUILAR".
               03 FILLER                PIC X(10) VALUE "ORTIZ".
               03 FILLER                PIC X(10) VALUE "CRUZ".
               03 FILLER                PIC X(10) VALUE "GOMEZ".
               03 FILLER                PIC X(10) VALUE "VASQUEZ".
               03 FILLER                PIC X(10) VALUE "SANTOS".
               03 FILLER                PIC X(10) VALUE "JUAREZ".
               03 FILLER                PIC X(10) VALUE "ESTRADA".
               03 FILLER                PIC X(10) VALUE "MEJIA".
               03 FILLER                PIC X(10) VALUE "RODAS".
           02 WKS-APELLIDOS-TABLE REDEFINES WKS-APELLIDOS-TXT
                                        OCCURS 20.
               03 WKS-APELLIDO-FALSO    PIC X(10).
           02 WKS-GIROS-TXT.
               03 FILLER                PIC X(13) VALUE "COMERCIAL".
               03 FILLER                PIC X(13) VALUE "DISTRIBUIDORA".
               03 FILLER                PIC X(13) VALUE "INVERSIONES".
               03 FILLER                PIC X(13) VALUE "SERVICIOS".
               03 FILLER                PIC X(13) VALUE "CONSTRUCTORA".
               03 FILLER                PIC X(13) VALUE "AGROPECUARIA".
               03 FILLER                PIC X(13) VALUE "TRANSPORTES".
               03 FILLER                PIC X(13) VALUE "IMPORTADORA".
               03 FILLER                PIC X(13) VALUE "INDUSTRIAS".
               03 FILLER                PIC X(13) VALUE "CONSULTORES".
           02 WKS-GIROS-TABLE REDEFINES WKS-GIROS-TXT OCCURS 10.
               03 WKS-GIRO-FALSO        PIC X(13).
           02 WKS-SOCIEDADES-TXT        PIC X(24) VALUE
               "S.A.  Y CIA.LTDA. S.A.  ".
           02 WKS-SOCIEDADES-TABLE REDEFINES WKS-SOCIEDADES-TXT
                                        OCCURS 4.
               03 WKS-SOCIEDAD-FALSA    PIC X(06).
           02 WKS-VIAS-TXT              PIC X(16) VALUE
               "CALLE   AVENIDA ".
           02 WKS-VIAS-TABLE REDEFINES WKS-VIAS-TXT OCCURS 2.
               03 WKS-VIA-FALSA         PIC X(08).

       01 WKS-NOTA-ENMASCARADA          PIC X(50) VALUE
           "NOTA DE PRODUCCION ENMASCARADA".

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(55) VALUE
           "COPIA ENMASCARADA PARA PRUEBAS - EDID1R86              ".
           02 FILLER                    PIC X(07) VALUE "FECHA: ".
           02 WKS-HDR-FECHA             PIC 9999/99/99.
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(18) VALUE
               "PREFIJO DESTINO: ".
           02 WKS-HDR-DESTINO           PIC X(44).
       01 WKS-HEADER-LINE-3.
           02 FILLER                    PIC X(40) VALUE
               "  ARCHIVO     LEIDOS  COPIADOS   ERRORES".
       01 WKS-DETALLE-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-ARCHIVO           PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-LEIDOS            PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-COPIADOS          PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-ERRORES           PIC ZZZ,ZZ9.
       01 WKS-RECHAZO-LINE.
           02 FILLER                    PIC X(17) VALUE
               "COPIA RECHAZADA: ".
           02 WKS-RCH-MOTIVO            PIC X(40).
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-PREFIJO              PIC X(44).

       PROCEDURE DIVISION USING WKS-PARM-PREFIJO.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 110-VALIDA-DESTINO
           IF WKS-DESTINO-VALIDO
               PERFORM 200-COPIA-EDM4CL
               PERFORM 210-COPIA-EDM4NOT
               PERFORM 220-COPIA-EDM4REL
               PERFORM 230-COPIA-EDM4DOC
               PERFORM 240-COPIA-EDM4CON
               PERFORM 250-COPIA-EDM4PDT
               PERFORM 260-COPIA-EDM4AUL
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           INITIALIZE WKS-CONTEOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-HDR-FECHA
           MOVE WKS-PARM-PREFIJO TO WKS-HDR-DESTINO
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           WRITE REG-REPORTE FROM WKS-BLANK-LINE.

      *--> EL DESTINO SE RECHAZA ANTES DE ABRIR CUALQUIER SALIDA
       110-VALIDA-DESTINO.
           MOVE ZEROS TO WKS-FLAG-DESTINO
           PERFORM 115-LEE-PREFIJO-PROD
           IF WKS-PARM-PREFIJO = SPACES
               MOVE "PREFIJO DESTINO EN BLANCO" TO WKS-MOTIVO-RECHAZO
           ELSE IF WKS-PREF-PRODUCCION = SPACES
               MOVE "SIN PREFIJO DE PRODUCCION EN EDM4SKL"
                 TO WKS-MOTIVO-RECHAZO
           ELSE
               MOVE ZEROS TO WKS-LARGO-PROD
               INSPECT WKS-PREF-PRODUCCION TALLYING WKS-LARGO-PROD
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WKS-PARM-PREFIJO(1:WKS-LARGO-PROD) =
                  WKS-PREF-PRODUCCION(1:WKS-LARGO-PROD)
               AND (WKS-LARGO-PROD = 44
                    OR WKS-PARM-PREFIJO(WKS-LARGO-PROD + 1:1) = SPACE
                    OR WKS-PARM-PREFIJO(WKS-LARGO-PROD + 1:1) = ".")
                   MOVE "EL DESTINO ES UN DATASET DE PRODUCCION"
                     TO WKS-MOTIVO-RECHAZO
               ELSE
                   MOVE 1 TO WKS-FLAG-DESTINO
               END-IF
           END-IF
           END-IF
           IF NOT WKS-DESTINO-VALIDO
               MOVE WKS-MOTIVO-RECHAZO TO WKS-RCH-MOTIVO
               WRITE REG-REPORTE FROM WKS-RECHAZO-LINE
               DISPLAY "EDID1R86 - COPIA RECHAZADA: " WKS-MOTIVO-RECHAZO
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
           END-IF.

      *--> PREFIJO DE PRODUCCION: LINEA "PREF=" DEL ESQUELETO
      *    "SIMBOLOS" (EL MISMO VALOR CON QUE EDID1IL5 ARMA LOS JOBS)
       115-LEE-PREFIJO-PROD.
           MOVE SPACES TO WKS-PREF-PRODUCCION
           OPEN INPUT EDM4SKL
           IF WKS-EDM4SKL-OK
               MOVE "SIMBOLOS" TO EDSK-NOMBRE
               MOVE ZEROS      TO EDSK-LINEA
               START EDM4SKL KEY IS NOT LESS THAN EDSK-LLAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WKS-EDM4SKL-OK
                   PERFORM 117-LEER-EDM4SKL
               END-IF
               PERFORM UNTIL NOT WKS-EDM4SKL-OK
               OR EDSK-NOMBRE NOT = "SIMBOLOS"
                   IF EDSK-TEXTO(1:5) = "PREF="
                       MOVE EDSK-TEXTO(6:44) TO WKS-PREF-PRODUCCION
                   END-IF
                   PERFORM 117-LEER-EDM4SKL
               END-PERFORM
               CLOSE EDM4SKL
           END-IF.

       117-LEER-EDM4SKL.
           READ EDM4SKL NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

      *--> MAESTRO: CADA REGISTRO SE ENMASCARA EN LA VISTA DE TRABAJO
       200-COPIA-EDM4CL.
           MOVE 1 TO WKS-ARC
           OPEN INPUT  EDM4CL
           OPEN OUTPUT TSTCL
           PERFORM 205-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-ARC-LEIDOS(WKS-ARC)
               MOVE REG-EDMACL TO WKS-IMG-MASCARA
               PERFORM 510-ENMASCARA-IMAGEN
               WRITE REG-TSTCL FROM WKS-IMG-MASCARA
               MOVE WKS-TSTCL-STATUS TO WKS-SALIDA-STATUS
               PERFORM 800-CUENTA-ESCRITURA
               PERFORM 205-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           CLOSE TSTCL.

       205-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> NOTAS: EL TEXTO LIBRE PUEDE TRAER NOMBRES O TELEFONOS Y NO
      *    SE COPIA; FECHAS, OPERADOR Y SEGUIMIENTO SE CONSERVAN
       210-COPIA-EDM4NOT.
           MOVE 2 TO WKS-ARC
           OPEN INPUT  EDM4NOT
           OPEN OUTPUT TSTNOT
           PERFORM 215-LEER-EDM4NOT
           PERFORM UNTIL WKS-EDM4NOT-EOF
               ADD 1 TO WKS-ARC-LEIDOS(WKS-ARC)
               IF EDNT-TEXTO NOT = SPACES
                   MOVE WKS-NOTA-ENMASCARADA TO EDNT-TEXTO
               END-IF
               WRITE REG-TSTNOT FROM REG-EDMNOT
               MOVE WKS-TSTNOT-STATUS TO WKS-SALIDA-STATUS
               PERFORM 800-CUENTA-ESCRITURA
               PERFORM 215-LEER-EDM4NOT
           END-PERFORM
           CLOSE EDM4NOT
           CLOSE TSTNOT.

       215-LEER-EDM4NOT.
           READ EDM4NOT NEXT RECORD
               AT END
                   SET WKS-EDM4NOT-EOF TO TRUE
           END-READ.

      *--> VINCULOS: SOLO CODIGOS, SE COPIAN TAL CUAL
       220-COPIA-EDM4REL.
           MOVE 3 TO WKS-ARC
           OPEN INPUT  EDM4REL
           OPEN OUTPUT TSTREL
           PERFORM 225-LEER-EDM4REL
           PERFORM UNTIL WKS-EDM4REL-EOF
               ADD 1 TO WKS-ARC-LEIDOS(WKS-ARC)
               WRITE REG-TSTREL FROM REG-EDMREL
               MOVE WKS-TSTREL-STATUS TO WKS-SALIDA-STATUS
               PERFORM 800-CUENTA-ESCRITURA
               PERFORM 225-LEER-EDM4REL
           END-PERFORM
           CLOSE EDM4REL
           CLOSE TSTREL.

       225-LEER-EDM4REL.
           READ EDM4REL NEXT RECORD
               AT END
                   SET WKS-EDM4REL-EOF TO TRUE
           END-READ.

      *--> DOCUMENTOS: SE CAMBIAN LOS DIGITOS DEL NUMERO; TIPO,
      *    EMISOR Y VIGENCIA SE CONSERVAN
       230-COPIA-EDM4DOC.
           MOVE 4 TO WKS-ARC
           OPEN INPUT  EDM4DOC
           OPEN OUTPUT TSTDOC
           PERFORM 235-LEER-EDM4DOC
           PERFORM UNTIL WKS-EDM4DOC-EOF
               ADD 1 TO WKS-ARC-LEIDOS(WKS-ARC)
               PERFORM 530-ENMASCARA-DOCUMENTO
               WRITE REG-TSTDOC FROM REG-EDMDOC
               MOVE WKS-TSTDOC-STATUS TO WKS-SALIDA-STATUS
               PERFORM 800-CUENTA-ESCRITURA
               PERFORM 235-LEER-EDM4DOC
           END-PERFORM
           CLOSE EDM4DOC
           CLOSE TSTDOC.

       235-LEER-EDM4DOC.
           READ EDM4DOC NEXT RECORD
               AT END
                   SET WKS-EDM4DOC-EOF TO TRUE
           END-READ.

      *--> CONSENTIMIENTOS: SIN DATOS PERSONALES, TAL CUAL
       240-COPIA-EDM4CON.
           MOVE 5 TO WKS-ARC
           OPEN INPUT  EDM4CON
           OPEN OUTPUT TSTCON
           PERFORM 245-LEER-EDM4CON
           PERFORM UNTIL WKS-EDM4CON-EOF
               ADD 1 TO WKS-ARC-LEIDOS(WKS-ARC)
               WRITE REG-TSTCON FROM REG-EDMCON
               MOVE WKS-TSTCON-STATUS TO WKS-SALIDA-STATUS
               PERFORM 800-CUENTA-ESCRITURA
               PERFORM 245-LEER-EDM4CON
           END-PERFORM
           CLOSE EDM4CON
           CLOSE TSTCON.

       245-LEER-EDM4CON.
           READ EDM4CON NEXT RECORD
               AT END
                   SET WKS-EDM4CON-EOF TO TRUE
           END-READ.

      *--> PRODUCTOS: SIN DATOS PERSONALES, TAL CUAL
       250-COPIA-EDM4PDT.
           MOVE 6 TO WKS-ARC
           OPEN INPUT  EDM4PDT
           OPEN OUTPUT TSTPDT
           PERFORM 255-LEER-EDM4PDT
           PERFORM UNTIL WKS-EDM4PDT-EOF
               ADD 1 TO WKS-ARC-LEIDOS(WKS-ARC)
               WRITE REG-TSTPDT FROM REG-EDMPDT
               MOVE WKS-TSTPDT-STATUS TO WKS-SALIDA-STATUS
               PERFORM 800-CUENTA-ESCRITURA
               PERFORM 255-LEER-EDM4PDT
           END-PERFORM
           CLOSE EDM4PDT
           CLOSE TSTPDT.

       255-LEER-EDM4PDT.
           READ EDM4PDT NEXT RECORD
               AT END
                   SET WKS-EDM4PDT-EOF TO TRUE
           END-READ.

      *--> BITACORA: LAS IMAGENES COMPLETAS Y LOS CAMPOS ANTES/DESPUES
      *    RECIBEN LOS MISMOS VALORES FALSOS QUE EL MAESTRO
       260-COPIA-EDM4AUL.
           MOVE 7 TO WKS-ARC
           OPEN INPUT  EDM4AUL
           OPEN OUTPUT TSTAUL
           PERFORM 265-LEER-EDM4AUL
           PERFORM UNTIL WKS-EDM4AUL-EOF
               ADD 1 TO WKS-ARC-LEIDOS(WKS-ARC)
               PERFORM 560-ENMASCARA-BITACORA
               WRITE REG-TSTAUL FROM REG-EDMAUL
               MOVE WKS-TSTAUL-STATUS TO WKS-SALIDA-STATUS
               PERFORM 800-CUENTA-ESCRITURA
               PERFORM 265-LEER-EDM4AUL
           END-PERFORM
           CLOSE EDM4AUL
           CLOSE TSTAUL.

       265-LEER-EDM4AUL.
           READ EDM4AUL NEXT RECORD
               AT END
                   SET WKS-EDM4AUL-EOF TO TRUE
           END-READ.

      *--> VALORES FALSOS DEL CODIGO EN WKS-MSK-CODIGO (SOLO SI CAMBIO
      *    DE CLIENTE RESPECTO DEL ULTIMO CALCULADO)
       500-FALSOS-CLIENTE.
           IF WKS-MSK-CODIGO-X NOT = WKS-MSK-ULTIMO
               PERFORM 505-CALCULA-FALSOS
           END-IF.

       505-CALCULA-FALSOS.
           MOVE WKS-MSK-CODIGO-X TO WKS-MSK-ULTIMO
           COMPUTE WKS-SEMILLA = FUNCTION MOD(
               WKS-MSK-CODIGO * 7919 + 104729, 2147483647)
           IF WKS-SEMILLA = ZEROS
               MOVE 1 TO WKS-SEMILLA
           END-IF
           MOVE WKS-SEMILLA TO WKS-ALEA
      *-->PERSONA: NOMBRE Y DOS APELLIDOS
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-IDX-1 = FUNCTION MOD(WKS-ALEA, 20) + 1
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-IDX-2 = FUNCTION MOD(WKS-ALEA, 20) + 1
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-IDX-3 = FUNCTION MOD(WKS-ALEA, 20) + 1
           MOVE SPACES TO WKS-FAL-PERSONA
           STRING WKS-NOMBRE-FALSO(WKS-IDX-1)   DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  WKS-APELLIDO-FALSO(WKS-IDX-2) DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  WKS-APELLIDO-FALSO(WKS-IDX-3) DELIMITED BY SPACE
             INTO WKS-FAL-PERSONA
           END-STRING
      *-->COMPANIA: GIRO, APELLIDO Y TIPO DE SOCIEDAD
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-IDX-1 = FUNCTION MOD(WKS-ALEA, 10) + 1
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-IDX-3 = FUNCTION MOD(WKS-ALEA, 4) + 1
           MOVE SPACES TO WKS-FAL-COMPANIA
           STRING WKS-GIRO-FALSO(WKS-IDX-1)     DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  WKS-APELLIDO-FALSO(WKS-IDX-2) DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  WKS-SOCIEDAD-FALSA(WKS-IDX-3) DELIMITED BY "  "
             INTO WKS-FAL-COMPANIA
           END-STRING
      *-->DIRECCION: NN CALLE|AVENIDA NN-NN
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-DIR-CALLE = FUNCTION MOD(WKS-ALEA, 25) + 1
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-DIR-CUADRA = FUNCTION MOD(WKS-ALEA, 40) + 1
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-DIR-CASA = FUNCTION MOD(WKS-ALEA, 99) + 1
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-IDX-1 = FUNCTION MOD(WKS-ALEA, 2) + 1
           MOVE SPACES TO WKS-FAL-DIRECCION
           STRING WKS-DIR-CALLE                 DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WKS-VIA-FALSA(WKS-IDX-1)      DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  WKS-DIR-CUADRA                DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  WKS-DIR-CASA                  DELIMITED BY SIZE
             INTO WKS-FAL-DIRECCION
           END-STRING
      *-->DIA Y MES DE NACIMIENTO, Y LOS SIETE DIGITOS DE CADA TELEFONO
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-FAL-DIA = FUNCTION MOD(WKS-ALEA, 28) + 1
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-FAL-MES = FUNCTION MOD(WKS-ALEA, 12) + 1
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-FAL-TEL-FIJO = FUNCTION MOD(WKS-ALEA, 10000000)
           PERFORM 590-SIGUIENTE-ALEA
           COMPUTE WKS-FAL-TEL-MOVIL =
               FUNCTION MOD(WKS-ALEA, 10000000).

      *--> ENMASCARA LA IMAGEN DEL MAESTRO EN WKS-IMG-MASCARA; LOS
      *    CAMPOS VACIOS (O EN CEROS) SE DEJAN VACIOS
       510-ENMASCARA-IMAGEN.
           MOVE EDIM-LLAVE TO WKS-MSK-CODIGO
           PERFORM 500-FALSOS-CLIENTE
           IF EDIM-NOMBRE-CLIENTE NOT = SPACES
               IF EDIM-TIPO-COMPANIA
                   MOVE WKS-FAL-COMPANIA TO EDIM-NOMBRE-CLIENTE
               ELSE
                   MOVE WKS-FAL-PERSONA  TO EDIM-NOMBRE-CLIENTE
               END-IF
           END-IF
           IF EDIM-DIRECCION NOT = SPACES
               MOVE WKS-FAL-DIRECCION TO EDIM-DIRECCION
           END-IF
           MOVE EDIM-NUMERO-TELEFONO TO WKS-TEL-TRABAJO
           PERFORM 520-ENMASCARA-FIJO
           MOVE WKS-TEL-TRABAJO TO EDIM-NUMERO-TELEFONO
           IF EDIM-TEL-CELULAR > ZEROS
               MOVE EDIM-TEL-CELULAR TO WKS-TEL-TRABAJO
               MOVE WKS-FAL-TEL-MOVIL TO WKS-TEL-RESTO
               MOVE WKS-TEL-TRABAJO TO EDIM-TEL-CELULAR
           END-IF
           MOVE EDIM-FECHA-NAC-O-CONSTITUC TO WKS-FECHA-TRABAJO
           PERFORM 525-ENMASCARA-FECHA
           MOVE WKS-FECHA-TRABAJO TO EDIM-FECHA-NAC-O-CONSTITUC.

      *--> TELEFONO PRINCIPAL EN WKS-TEL-TRABAJO
       520-ENMASCARA-FIJO.
           IF WKS-TEL-TRABAJO > ZEROS
               MOVE WKS-FAL-TEL-FIJO TO WKS-TEL-RESTO
           END-IF.

      *--> FECHA DDMMAAAA EN WKS-FECHA-TRABAJO
       525-ENMASCARA-FECHA.
           IF WKS-FECHA-TRABAJO > ZEROS
               MOVE WKS-FAL-DIA TO WKS-FT-DIA
               MOVE WKS-FAL-MES TO WKS-FT-MES
           END-IF.

      *--> CADA DIGITO DEL NUMERO SE CAMBIA POR OTRO DE UNA SERIE
      *    SEMBRADA CON EL CLIENTE Y EL TIPO DE DOCUMENTO; LAS LETRAS
      *    Y SEPARADORES QUEDAN, ASI QUE EL FORMATO NO CAMBIA
       530-ENMASCARA-DOCUMENTO.
           MOVE EDDC-CO-CLIENTE TO WKS-MSK-CODIGO
           PERFORM 500-FALSOS-CLIENTE
           COMPUTE WKS-ALEA = FUNCTION MOD(WKS-SEMILLA
               + FUNCTION ORD(EDDC-TIPO-DOC(1:1)) * 31
               + FUNCTION ORD(EDDC-TIPO-DOC(2:1)), 2147483647)
           IF WKS-ALEA = ZEROS
               MOVE 1 TO WKS-ALEA
           END-IF
           PERFORM VARYING WKS-POS FROM 1 BY 1 UNTIL WKS-POS > 20
               IF EDDC-NUMERO(WKS-POS:1) IS NUMERIC
                   PERFORM 590-SIGUIENTE-ALEA
                   COMPUTE WKS-DIGITO = FUNCTION MOD(WKS-ALEA, 10)
                   MOVE WKS-DIGITO TO EDDC-NUMERO(WKS-POS:1)
               END-IF
           END-PERFORM.

      *--> BITACORA: EL TIPO DE CLIENTE SALE DE LA IMAGEN (DESPUES O,
      *    SI NO HAY, ANTES) PARA ELEGIR NOMBRE DE PERSONA O COMPANIA
       560-ENMASCARA-BITACORA.
           MOVE EDAU-CO-CLIENTE TO WKS-MSK-CODIGO
           PERFORM 500-FALSOS-CLIENTE
           MOVE "P" TO WKS-TIPO-BITACORA
           IF EDAU-IMAGEN-ANTES NOT = SPACES
               MOVE EDAU-IMAGEN-ANTES TO WKS-IMG-MASCARA
               PERFORM 510-ENMASCARA-IMAGEN
               MOVE WKS-IMG-MASCARA TO EDAU-IMAGEN-ANTES
               MOVE EDIM-TIPO-CLIENTE TO WKS-TIPO-BITACORA
           END-IF
           IF EDAU-IMAGEN-DESPUES NOT = SPACES
               MOVE EDAU-IMAGEN-DESPUES TO WKS-IMG-MASCARA
               PERFORM 510-ENMASCARA-IMAGEN
               MOVE WKS-IMG-MASCARA TO EDAU-IMAGEN-DESPUES
               MOVE EDIM-TIPO-CLIENTE TO WKS-TIPO-BITACORA
           END-IF
           MOVE EDAU-CO-CLIENTE TO WKS-MSK-CODIGO
           PERFORM 500-FALSOS-CLIENTE
           IF EDAU-ANTES-NOMBRE NOT = SPACES
               IF WKS-BITACORA-COMPANIA
                   MOVE WKS-FAL-COMPANIA TO EDAU-ANTES-NOMBRE
               ELSE
                   MOVE WKS-FAL-PERSONA  TO EDAU-ANTES-NOMBRE
               END-IF
           END-IF
           IF EDAU-DESPUES-NOMBRE NOT = SPACES
               IF WKS-BITACORA-COMPANIA
                   MOVE WKS-FAL-COMPANIA TO EDAU-DESPUES-NOMBRE
               ELSE
                   MOVE WKS-FAL-PERSONA  TO EDAU-DESPUES-NOMBRE
               END-IF
           END-IF
           MOVE EDAU-ANTES-TELEFONO TO WKS-TEL-TRABAJO
           PERFORM 520-ENMASCARA-FIJO
           MOVE WKS-TEL-TRABAJO TO EDAU-ANTES-TELEFONO
           MOVE EDAU-DESPUES-TELEFONO TO WKS-TEL-TRABAJO
           PERFORM 520-ENMASCARA-FIJO
           MOVE WKS-TEL-TRABAJO TO EDAU-DESPUES-TELEFONO
           MOVE EDAU-ANTES-FECHA-NAC TO WKS-FECHA-TRABAJO
           PERFORM 525-ENMASCARA-FECHA
           MOVE WKS-FECHA-TRABAJO TO EDAU-ANTES-FECHA-NAC
           MOVE EDAU-DESPUES-FECHA-NAC TO WKS-FECHA-TRABAJO
           PERFORM 525-ENMASCARA-FECHA
           MOVE WKS-FECHA-TRABAJO TO EDAU-DESPUES-FECHA-NAC.

      *--> GENERADOR CONGRUENCIAL (MULTIPLICADOR 16807, MODULO 2**31-1)
       590-SIGUIENTE-ALEA.
           COMPUTE WKS-ALEA =
               FUNCTION MOD(WKS-ALEA * 16807, 2147483647).

      *--> CUENTA LA ESCRITURA EN EL DESTINO DEL ARCHIVO EN CURSO; UN
      *    ERROR NO DETIENE LA COPIA PERO DEJA RETORNO 8
       800-CUENTA-ESCRITURA.
           IF WKS-SALIDA-OK
               ADD 1 TO WKS-ARC-COPIADOS(WKS-ARC)
           ELSE
               ADD 1 TO WKS-ARC-ERRORES(WKS-ARC)
               DISPLAY "EDID1R86 - ERROR " WKS-SALIDA-STATUS
                   " AL COPIAR " WKS-ARC-NOMBRE(WKS-ARC)
               MOVE 8 TO RETURN-CODE
           END-IF.

       900-FINAL.
           IF WKS-DESTINO-VALIDO
               PERFORM VARYING WKS-ARC FROM 1 BY 1 UNTIL WKS-ARC > 7
                   MOVE WKS-ARC-NOMBRE(WKS-ARC)   TO WKS-DET-ARCHIVO
                   MOVE WKS-ARC-LEIDOS(WKS-ARC)   TO WKS-DET-LEIDOS
                   MOVE WKS-ARC-COPIADOS(WKS-ARC) TO WKS-DET-COPIADOS
                   MOVE WKS-ARC-ERRORES(WKS-ARC)  TO WKS-DET-ERRORES
                   WRITE REG-REPORTE FROM WKS-DETALLE-LINE
                   ADD WKS-ARC-LEIDOS(WKS-ARC)   TO WKS-TOTAL-LEIDOS
                   ADD WKS-ARC-COPIADOS(WKS-ARC) TO WKS-TOTAL-COPIADOS
                   ADD WKS-ARC-ERRORES(WKS-ARC)  TO WKS-TOTAL-ERRORES
               END-PERFORM
               MOVE "TOTAL"            TO WKS-DET-ARCHIVO
               MOVE WKS-TOTAL-LEIDOS   TO WKS-DET-LEIDOS
               MOVE WKS-TOTAL-COPIADOS TO WKS-DET-COPIADOS
               MOVE WKS-TOTAL-ERRORES  TO WKS-DET-ERRORES
               WRITE REG-REPORTE FROM WKS-BLANK-LINE
               WRITE REG-REPORTE FROM WKS-DETALLE-LINE
           END-IF
           CLOSE REPORTE
           DISPLAY "EDID1R86 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R86 - COPIADOS   : " WKS-TOTAL-COPIADOS
           DISPLAY "EDID1R86 - ERRORES    : " WKS-TOTAL-ERRORES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R86" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R86" TO EDJL-OPERADOR
           MOVE WKS-PARM-PREFIJO TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R86" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-COPIADOS TO EDJL-ESCRITOS
               MOVE RETURN-CODE TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
