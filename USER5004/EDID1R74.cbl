      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R74                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CIERRE Y CONSOLIDACION DE SUCURSAL               *
      * ARCHIVOS    : EDM4CL (I/O) / EDM4PRF (I/O) / EDM4TAB (I/O) /   *
      *               EDM4DIS (I/O) / EDM4AUL (I/O) / EDM4TJL (I/O) /  *
      *               RESPALDO (E/S) / REPORTE (SALIDA) /              *
      *               EDM4CTL (I/O)                                    *
      * ACCION (ES) : S=Simulacion R=Traslado real V=Reverso           *
      * PROGRAMA(S) : CALL EDID1BHS                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CUANDO UNA SUCURSAL CIERRA, EL PARM TRAE EL MODO (1), LA      *
      * SUCURSAL QUE CIERRA (3) Y LA QUE LA ABSORBE (3). EL BARRIDO   *
      * PASA A LA NUEVA SUCURSAL:                                     *
      *   - EDMC-SUCURSAL DE CADA CLIENTE, CON SU FILA "TRANSFER" EN  *
      *     EDM4AUL (MOTIVO "DE XXX A YYY", LA MISMA QUE DEJA         *
      *     EDID1VLI; EL REPORTE DIARIO EDID1R43 LA INCLUYE)          *
      *   - EDPF-SUCURSAL DE LOS OPERADORES (EDM4PRF) Y LA SUCURSAL   *
      *     SUGERIDA DE CADA CODIGO POSTAL (EDM4TAB)                  *
      *   - LAS FILAS DE DISTRIBUCION DE REPORTES (EDM4DIS): LA       *
      *     SUCURSAL ES PARTE DE LA LLAVE, ASI QUE SE BORRA LA FILA   *
      *     VIEJA Y SE GRABA BAJO LA NUEVA. SI LA SUCURSAL QUE        *
      *     ABSORBE YA RUTEA ESE REPORTE, MANDA SU FILA Y LA VIEJA SE *
      *     DESCARTA (SALE EN EL REPORTE)                             *
      * LOS CAMBIOS A TABLAS QUEDAN EN LA BITACORA EDM4TJL CON LA     *
      * IMAGEN ANTES/DESPUES (SIN CONTRASENAS, IGUAL QUE EN LINEA).   *
      * MODOS:                                                        *
      *   - S (O BLANCO): SOLO EL REPORTE DEL IMPACTO, NADA SE GRABA  *
      *   - R: TRASLADO REAL; CADA REGISTRO TOCADO DEJA SU IMAGEN     *
      *     ANTERIOR EN EL DD RESPALDO                                *
      *   - V: REVERSO DESDE ESE RESPALDO. SOLO SE DEVUELVE LA        *
      *     SUCURSAL DE LOS REGISTROS QUE SIGUEN EN LA NUEVA (LOS     *
      *     CAMBIOS POSTERIORES NO SE PIERDEN); LOS DEMAS SALEN COMO  *
      *     CONFLICTO CON RETORNO 4. LAS FILAS DE EDM4DIS VUELVEN CON *
      *     SU IMAGEN COMPLETA                                        *
      * UN PARM INVALIDO O UNA FALLA AL GRABAR TERMINA EN RETORNO 8   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R74.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4PRF ASSIGN TO EDM4PRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPF-LLAVE
               FILE STATUS IS WKS-EDM4PRF-STATUS.

           SELECT EDM4TAB ASSIGN TO EDM4TAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTB-LLAVE
               FILE STATUS IS WKS-EDM4TAB-STATUS.

           SELECT EDM4DIS ASSIGN TO EDM4DIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDS-LLAVE
               FILE STATUS IS WKS-EDM4DIS-STATUS.

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

           SELECT EDM4TJL ASSIGN TO EDM4TJL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTJ-LLAVE
               FILE STATUS IS WKS-EDM4TJL-STATUS.

           SELECT RESPALDO ASSIGN TO RESPALDO
               FILE STATUS IS WKS-RESPALDO-STATUS.

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

       FD  EDM4PRF.
       COPY EDMPRF.

       FD  EDM4TAB.
       COPY EDMTAB.

       FD  EDM4DIS.
       COPY EDMDIS.

       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4CTL.
       COPY EDMCTL.

       FD  EDM4TJL.
       COPY EDMTJL.

      *-->UNA FILA POR REGISTRO TOCADO EN LA CORRIDA REAL, CON LA
      *   IMAGEN ANTERIOR (EN PERFILES LA CONTRASENA VA EN BLANCO)
       FD  RESPALDO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RESPALDO.
           05 RES-ARCHIVO               PIC X(08).
           05 RES-ACCION                PIC X(01).
               88 RES-MOVIDO            VALUE "M".
               88 RES-DESCARTADO        VALUE "D".
           05 RES-SUC-VIEJA             PIC X(03).
           05 RES-SUC-NUEVA             PIC X(03).
           05 RES-IMAGEN                PIC X(200).

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       COPY EDBHS.

      *-->ANCLA DE LA CADENA DE LA BITACORA LEIDA DE EDM4CTL
       01 WKS-CADENA.
           02 WKS-FLAG-ANCLA            PIC 9 VALUE ZEROS.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4PRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRF-OK        VALUE "00".
               88 WKS-EDM4PRF-EOF       VALUE "10".
           02 WKS-EDM4TAB-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4TAB-OK        VALUE "00".
               88 WKS-EDM4TAB-EOF       VALUE "10".
           02 WKS-EDM4DIS-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DIS-OK        VALUE "00".
               88 WKS-EDM4DIS-EOF       VALUE "10".
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-EDM4TJL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4TJL-OK        VALUE "00".
               88 WKS-EDM4TJL-DUPREC    VALUE "22".
           02 WKS-RESPALDO-STATUS       PIC X(02) VALUE SPACES.
               88 WKS-RESPALDO-OK       VALUE "00".
               88 WKS-RESPALDO-EOF      VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-SIMULACION       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CONFLICTO        PIC 9 VALUE ZEROS.

      *-->SENTIDO DEL MOVIMIENTO: EN EL REVERSO VA DE LA NUEVA A LA
      *   VIEJA
       01 WKS-SUC-DESDE                 PIC X(03) VALUE SPACES.
       01 WKS-SUC-HACIA                 PIC X(03) VALUE SPACES.

       01 WKS-TOTAL-LEIDOS              PIC 9(07) VALUE ZEROS.
       01 WKS-TOTAL-ESCRITOS            PIC 9(07) VALUE ZEROS.

      *-->CONTEOS POR ARCHIVO: 1=EDM4CL 2=EDM4PRF 3=EDM4TAB 4=EDM4DIS
       01 WKS-TOTALES.
           02 WKS-TT-ARCHIVO            OCCURS 4.
               03 WKS-TT-NOMBRE         PIC X(08).
               03 WKS-TT-MOVIDOS        PIC 9(07).
               03 WKS-TT-DESCARTADOS    PIC 9(07).
               03 WKS-TT-CONFLICTOS     PIC 9(07).
           02 WKS-TT-IDX                PIC 9(01) VALUE ZEROS.

      *-->FILAS DE EDM4DIS DE LA SUCURSAL QUE CIERRA: SE CARGAN ANTES
      *   DE MOVERLAS PORQUE EL CAMBIO DE LLAVE ROMPE EL BARRIDO
       01 WKS-DISTRIBUCION.
           02 WKS-DS-USADAS             PIC 9(03) VALUE ZEROS.
           02 WKS-DS-MAXIMO             PIC 9(03) VALUE 300.
           02 WKS-DS-TABLA OCCURS 300.
               03 WKS-DS-IMAGEN         PIC X(47).
           02 WKS-DS-IDX                PIC 9(03) VALUE ZEROS.
           02 WKS-DS-SIN-CUPO           PIC 9(05) VALUE ZEROS.

       01 WKS-REG-ANTES                 PIC X(200) VALUE SPACES.
       01 WKS-DS-ANTES                  PIC X(47) VALUE SPACES.

      *-->FILA PARA LA BITACORA DE TABLAS EDM4TJL
       01 WKS-TJL.
           02 WKS-TJ-TABLA              PIC X(08) VALUE SPACES.
           02 WKS-TJ-LLAVE              PIC X(26) VALUE SPACES.
           02 WKS-TJ-ACCION             PIC X(01) VALUE SPACES.
           02 WKS-TJ-ANTES              PIC X(150) VALUE SPACES.
           02 WKS-TJ-DESPUES            PIC X(150) VALUE SPACES.
           02 WKS-REINTENTOS            PIC 9(02) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "CIERRE Y CONSOLIDACION DE SUCURSAL - EDID1R74".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(06) VALUE "MODO: ".
           02 WKS-HDR-MODO              PIC X(10).
           02 FILLER                    PIC X(14) VALUE
               "   SUCURSAL: ".
           02 WKS-HDR-VIEJA             PIC X(03).
           02 FILLER                    PIC X(18) VALUE
               " ABSORBIDA POR: ".
           02 WKS-HDR-NUEVA             PIC X(03).
           02 FILLER                    PIC X(36) VALUE SPACES.
       01 WKS-HEADER-LINE-3             PIC X(90) VALUE
           "ARCHIVO   LLAVE                       DESDE HACIA RESULTA
      -    "DO".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-ARCHIVO           PIC X(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-LLAVE             PIC X(26).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-DESDE             PIC X(03).
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-HACIA             PIC X(03).
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-RESULTADO         PIC X(24).

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-ARCHIVO           PIC X(08).
           02 FILLER                    PIC X(11) VALUE
               "  MOVIDOS: ".
           02 WKS-TOT-MOVIDOS           PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15) VALUE
               "  DESCARTADOS: ".
           02 WKS-TOT-DESCARTADOS       PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(14) VALUE
               "  CONFLICTOS: ".
           02 WKS-TOT-CONFLICTOS        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM.
           05 WKS-PARM-MODO             PIC X(01).
               88 WKS-MODO-SIMULACION   VALUES "S" " ".
               88 WKS-MODO-REAL         VALUE "R".
               88 WKS-MODO-REVERSO      VALUE "V".
           05 WKS-PARM-SUC-VIEJA        PIC X(03).
           05 WKS-PARM-SUC-NUEVA        PIC X(03).

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 110-ABRE-ARCHIVOS
               IF WKS-MODO-REVERSO
                   PERFORM 600-REVERSA-RESPALDO
               ELSE
                   PERFORM 200-MUEVE-CLIENTES
                   PERFORM 300-MUEVE-PERFILES
                   PERFORM 400-MUEVE-POSTALES
                   PERFORM 500-CARGA-DISTRIBUCION
                   PERFORM 520-MUEVE-DISTRIBUCION
               END-IF
               PERFORM 900-FINAL
           END-IF
           PERFORM 930-JOBLOG-FIN
           EVALUATE TRUE
               WHEN WKS-FLAG-ERROR = 1
                   MOVE 8 TO RETURN-CODE
               WHEN WKS-FLAG-CONFLICTO = 1
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *--> VALIDA EL PARM: MODO CONOCIDO Y DOS SUCURSALES DISTINTAS
       100-INICIO.
           EVALUATE TRUE
               WHEN WKS-MODO-REAL
                   MOVE ZEROS TO WKS-FLAG-SIMULACION
                   MOVE "REAL      " TO WKS-HDR-MODO
                   MOVE WKS-PARM-SUC-VIEJA TO WKS-SUC-DESDE
                   MOVE WKS-PARM-SUC-NUEVA TO WKS-SUC-HACIA
               WHEN WKS-MODO-REVERSO
                   MOVE ZEROS TO WKS-FLAG-SIMULACION
                   MOVE "REVERSO   " TO WKS-HDR-MODO
                   MOVE WKS-PARM-SUC-NUEVA TO WKS-SUC-DESDE
                   MOVE WKS-PARM-SUC-VIEJA TO WKS-SUC-HACIA
               WHEN WKS-MODO-SIMULACION
                   MOVE 1 TO WKS-FLAG-SIMULACION
                   MOVE "SIMULACION" TO WKS-HDR-MODO
                   MOVE WKS-PARM-SUC-VIEJA TO WKS-SUC-DESDE
                   MOVE WKS-PARM-SUC-NUEVA TO WKS-SUC-HACIA
               WHEN OTHER
                   DISPLAY "EDID1R74 - MODO INVALIDO (S/R/V): "
                       WKS-PARM-MODO
                   MOVE 1 TO WKS-FLAG-ERROR
           END-EVALUATE
           IF WKS-PARM-SUC-VIEJA NOT > SPACES
           OR WKS-PARM-SUC-NUEVA NOT > SPACES
           OR WKS-PARM-SUC-VIEJA = WKS-PARM-SUC-NUEVA
               DISPLAY "EDID1R74 - SUCURSALES INVALIDAS: "
                   WKS-PARM-SUC-VIEJA " / " WKS-PARM-SUC-NUEVA
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF
           MOVE "EDM4CL  " TO WKS-TT-NOMBRE(1)
           MOVE "EDM4PRF " TO WKS-TT-NOMBRE(2)
           MOVE "EDM4TAB " TO WKS-TT-NOMBRE(3)
           MOVE "EDM4DIS " TO WKS-TT-NOMBRE(4)
           MOVE 1 TO WKS-TT-IDX
           PERFORM UNTIL WKS-TT-IDX > 4
               MOVE ZEROS TO WKS-TT-MOVIDOS(WKS-TT-IDX)
               MOVE ZEROS TO WKS-TT-DESCARTADOS(WKS-TT-IDX)
               MOVE ZEROS TO WKS-TT-CONFLICTOS(WKS-TT-IDX)
               ADD 1 TO WKS-TT-IDX
           END-PERFORM.

      *--> LA SIMULACION SOLO LEE; LA CORRIDA REAL DEJA EL RESPALDO Y
      *    EL REVERSO LO LEE
       110-ABRE-ARCHIVOS.
           IF WKS-FLAG-SIMULACION = 1
               OPEN INPUT EDM4CL
               OPEN INPUT EDM4PRF
               OPEN INPUT EDM4TAB
               OPEN INPUT EDM4DIS
           ELSE
               OPEN I-O EDM4CL
               OPEN I-O EDM4PRF
               OPEN I-O EDM4TAB
               OPEN I-O EDM4DIS
               OPEN I-O EDM4AUL
               OPEN I-O EDM4CTL
               OPEN I-O EDM4TJL
               IF WKS-MODO-REVERSO
                   OPEN INPUT RESPALDO
               ELSE
                   OPEN OUTPUT RESPALDO
               END-IF
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WKS-PARM-SUC-VIEJA TO WKS-HDR-VIEJA
           MOVE WKS-PARM-SUC-NUEVA TO WKS-HDR-NUEVA
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3.

      *--> CLIENTES DE LA SUCURSAL QUE CIERRA
       200-MUEVE-CLIENTES.
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMC-SUCURSAL = WKS-PARM-SUC-VIEJA
                   PERFORM 220-MUEVE-CLIENTE
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

       220-MUEVE-CLIENTE.
           MOVE REG-EDMACL TO WKS-REG-ANTES
           MOVE "EDM4CL  " TO WKS-DET-ARCHIVO
           MOVE SPACES TO WKS-DET-LLAVE
           MOVE EDMC-LLAVE TO WKS-DET-LLAVE(1:8)
           IF WKS-FLAG-SIMULACION = 1
               ADD 1 TO WKS-TT-MOVIDOS(1)
               MOVE "SIMULADO" TO WKS-DET-RESULTADO
           ELSE
               PERFORM 230-CAMBIA-CLIENTE
               IF WKS-EDM4CL-OK
                   ADD 1 TO WKS-TT-MOVIDOS(1)
                   MOVE "EDM4CL  "    TO RES-ARCHIVO
                   SET RES-MOVIDO     TO TRUE
                   MOVE WKS-REG-ANTES TO RES-IMAGEN
                   PERFORM 700-ESCRIBE-RESPALDO
               END-IF
           END-IF
           PERFORM 800-REPORTA-DETALLE.

      *--> REESCRIBE EL CLIENTE EN LA SUCURSAL DESTINO Y DEJA SU FILA
      *    "TRANSFER" EN EDM4AUL (WKS-REG-ANTES TRAE LA IMAGEN PREVIA)
       230-CAMBIA-CLIENTE.
           MOVE WKS-SUC-HACIA TO EDMC-SUCURSAL
           MOVE "EDID1R74"    TO EDMC-OPERADOR-ULT-MOV
           MOVE "BTCH"        TO EDMC-TERMINAL-ULT-MOV
           REWRITE REG-EDMACL
           IF WKS-EDM4CL-OK
               ADD 1 TO WKS-TOTAL-ESCRITOS
               MOVE "MOVIDO" TO WKS-DET-RESULTADO
               PERFORM 240-ESCRIBE-BITACORA
           ELSE
               MOVE 1 TO WKS-FLAG-ERROR
               MOVE SPACES TO WKS-DET-RESULTADO
               STRING "** ERROR EDM4CL " WKS-EDM4CL-STATUS
                   DELIMITED BY SIZE INTO WKS-DET-RESULTADO
           END-IF.

       240-ESCRIBE-BITACORA.
           INITIALIZE REG-EDMAUL
           MOVE EDMC-LLAVE                  TO EDAU-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDAU-FECHA-MOV
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDAU-HORA-MOV
           MOVE "EDID1R74"                  TO EDAU-PROGRAMA
           MOVE "TRANSFER"                  TO EDAU-ACCION
           MOVE "EDID1R74"                  TO EDAU-OPERADOR
           MOVE "BTCH"                      TO EDAU-TERMINAL
           MOVE WKS-REG-ANTES(9:40)         TO EDAU-ANTES-NOMBRE
           MOVE WKS-REG-ANTES(49:8)         TO EDAU-ANTES-FECHA-NAC
           MOVE WKS-REG-ANTES(57:8)         TO EDAU-ANTES-TELEFONO
           MOVE WKS-REG-ANTES(81:1)         TO EDAU-ANTES-MARCA-ELIM
           MOVE WKS-REG-ANTES               TO EDAU-IMAGEN-ANTES
           MOVE EDMC-NOMBRE-CLIENTE         TO EDAU-DESPUES-NOMBRE
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-DESPUES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           MOVE REG-EDMACL                  TO EDAU-IMAGEN-DESPUES
           MOVE SPACES                      TO EDAU-MOTIVO
           STRING "DE " WKS-SUC-DESDE " A " WKS-SUC-HACIA
               DELIMITED BY SIZE
               INTO EDAU-MOTIVO
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
           PERFORM 941-AVANZA-ANCLA.

      *--> OPERADORES ASIGNADOS A LA SUCURSAL QUE CIERRA
       300-MUEVE-PERFILES.
           PERFORM 310-LEER-EDM4PRF
           PERFORM UNTIL WKS-EDM4PRF-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDPF-SUCURSAL = WKS-PARM-SUC-VIEJA
                   PERFORM 320-MUEVE-PERFIL
               END-IF
               PERFORM 310-LEER-EDM4PRF
           END-PERFORM.

       310-LEER-EDM4PRF.
           READ EDM4PRF NEXT RECORD
               AT END
                   SET WKS-EDM4PRF-EOF TO TRUE
           END-READ.

       320-MUEVE-PERFIL.
           MOVE "EDM4PRF " TO WKS-DET-ARCHIVO
           MOVE SPACES TO WKS-DET-LLAVE
           MOVE EDPF-LLAVE TO WKS-DET-LLAVE(1:8)
           IF WKS-FLAG-SIMULACION = 1
               ADD 1 TO WKS-TT-MOVIDOS(2)
               MOVE "SIMULADO" TO WKS-DET-RESULTADO
           ELSE
               MOVE SPACES TO WKS-REG-ANTES
               MOVE REG-EDMPRF TO WKS-REG-ANTES(1:42)
               MOVE SPACES TO WKS-REG-ANTES(14:8)
               PERFORM 330-CAMBIA-PERFIL
               IF WKS-EDM4PRF-OK
                   ADD 1 TO WKS-TT-MOVIDOS(2)
                   MOVE "EDM4PRF "    TO RES-ARCHIVO
                   SET RES-MOVIDO     TO TRUE
                   MOVE WKS-REG-ANTES TO RES-IMAGEN
                   PERFORM 700-ESCRIBE-RESPALDO
               END-IF
           END-IF
           PERFORM 800-REPORTA-DETALLE.

      *--> REESCRIBE EL PERFIL Y LO DEJA EN EDM4TJL; LA CONTRASENA
      *    VIAJA EN BLANCO EN AMBAS IMAGENES
       330-CAMBIA-PERFIL.
           MOVE WKS-SUC-HACIA TO EDPF-SUCURSAL
           REWRITE REG-EDMPRF
           IF WKS-EDM4PRF-OK
               ADD 1 TO WKS-TOTAL-ESCRITOS
               MOVE "MOVIDO" TO WKS-DET-RESULTADO
               MOVE "EDM4PRF "    TO WKS-TJ-TABLA
               MOVE SPACES        TO WKS-TJ-LLAVE
               MOVE EDPF-LLAVE    TO WKS-TJ-LLAVE(1:8)
               MOVE "M"           TO WKS-TJ-ACCION
               MOVE WKS-REG-ANTES TO WKS-TJ-ANTES
               MOVE SPACES        TO WKS-TJ-DESPUES
               MOVE REG-EDMPRF    TO WKS-TJ-DESPUES(1:42)
               MOVE SPACES        TO WKS-TJ-DESPUES(14:8)
               PERFORM 750-ESCRIBE-TJL
           ELSE
               MOVE 1 TO WKS-FLAG-ERROR
               MOVE SPACES TO WKS-DET-RESULTADO
               STRING "** ERROR EDM4PRF " WKS-EDM4PRF-STATUS
                   DELIMITED BY SIZE INTO WKS-DET-RESULTADO
           END-IF.

      *--> CODIGOS POSTALES QUE SUGERIAN LA SUCURSAL QUE CIERRA
       400-MUEVE-POSTALES.
           PERFORM 410-LEER-EDM4TAB
           PERFORM UNTIL WKS-EDM4TAB-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDTB-SUCURSAL = WKS-PARM-SUC-VIEJA
                   PERFORM 420-MUEVE-POSTAL
               END-IF
               PERFORM 410-LEER-EDM4TAB
           END-PERFORM.

       410-LEER-EDM4TAB.
           READ EDM4TAB NEXT RECORD
               AT END
                   SET WKS-EDM4TAB-EOF TO TRUE
           END-READ.

       420-MUEVE-POSTAL.
           MOVE "EDM4TAB " TO WKS-DET-ARCHIVO
           MOVE EDTB-LLAVE TO WKS-DET-LLAVE
           IF WKS-FLAG-SIMULACION = 1
               ADD 1 TO WKS-TT-MOVIDOS(3)
               MOVE "SIMULADO" TO WKS-DET-RESULTADO
           ELSE
               MOVE SPACES TO WKS-REG-ANTES
               MOVE REG-EDMTAB TO WKS-REG-ANTES(1:52)
               PERFORM 430-CAMBIA-POSTAL
               IF WKS-EDM4TAB-OK
                   ADD 1 TO WKS-TT-MOVIDOS(3)
                   MOVE "EDM4TAB "    TO RES-ARCHIVO
                   SET RES-MOVIDO     TO TRUE
                   MOVE WKS-REG-ANTES TO RES-IMAGEN
                   PERFORM 700-ESCRIBE-RESPALDO
               END-IF
           END-IF
           PERFORM 800-REPORTA-DETALLE.

       430-CAMBIA-POSTAL.
           MOVE WKS-SUC-HACIA TO EDTB-SUCURSAL
           REWRITE REG-EDMTAB
           IF WKS-EDM4TAB-OK
               ADD 1 TO WKS-TOTAL-ESCRITOS
               MOVE "MOVIDO" TO WKS-DET-RESULTADO
               MOVE "EDM4TAB "    TO WKS-TJ-TABLA
               MOVE EDTB-LLAVE    TO WKS-TJ-LLAVE
               MOVE "M"           TO WKS-TJ-ACCION
               MOVE WKS-REG-ANTES TO WKS-TJ-ANTES
               MOVE SPACES        TO WKS-TJ-DESPUES
               MOVE REG-EDMTAB    TO WKS-TJ-DESPUES(1:52)
               PERFORM 750-ESCRIBE-TJL
           ELSE
               MOVE 1 TO WKS-FLAG-ERROR
               MOVE SPACES TO WKS-DET-RESULTADO
               STRING "** ERROR EDM4TAB " WKS-EDM4TAB-STATUS
                   DELIMITED BY SIZE INTO WKS-DET-RESULTADO
           END-IF.

      *--> CARGA LAS FILAS DE DISTRIBUCION DE LA SUCURSAL QUE CIERRA;
      *    LAS QUE NO CABEN QUEDAN SIN MOVER Y SALEN COMO CONFLICTO
       500-CARGA-DISTRIBUCION.
           PERFORM 510-LEER-EDM4DIS
           PERFORM UNTIL WKS-EDM4DIS-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDDS-SUCURSAL = WKS-PARM-SUC-VIEJA
                   IF WKS-DS-USADAS < WKS-DS-MAXIMO
                       ADD 1 TO WKS-DS-USADAS
                       MOVE REG-EDMDIS TO WKS-DS-IMAGEN(WKS-DS-USADAS)
                   ELSE
                       ADD 1 TO WKS-DS-SIN-CUPO
                       ADD 1 TO WKS-TT-CONFLICTOS(4)
                       MOVE 1 TO WKS-FLAG-CONFLICTO
                       MOVE "EDM4DIS " TO WKS-DET-ARCHIVO
                       MOVE EDDS-LLAVE TO WKS-DET-LLAVE
                       MOVE "** SIN CUPO, NO SE MOVIO"
                         TO WKS-DET-RESULTADO
                       PERFORM 800-REPORTA-DETALLE
                   END-IF
               END-IF
               PERFORM 510-LEER-EDM4DIS
           END-PERFORM.

       510-LEER-EDM4DIS.
           READ EDM4DIS NEXT RECORD
               AT END
                   SET WKS-EDM4DIS-EOF TO TRUE
           END-READ.

      *--> CADA FILA PASA A LA LLAVE DE LA NUEVA SUCURSAL; SI ESA
      *    LLAVE YA EXISTE SE CONSERVA Y LA VIEJA SE DESCARTA
       520-MUEVE-DISTRIBUCION.
           MOVE 1 TO WKS-DS-IDX
           PERFORM UNTIL WKS-DS-IDX > WKS-DS-USADAS
               MOVE WKS-DS-IMAGEN(WKS-DS-IDX) TO WKS-DS-ANTES
               MOVE WKS-DS-ANTES TO REG-EDMDIS
               MOVE "EDM4DIS " TO WKS-DET-ARCHIVO
               MOVE EDDS-LLAVE TO WKS-DET-LLAVE
               MOVE WKS-SUC-HACIA TO EDDS-SUCURSAL
               READ EDM4DIS
               IF WKS-EDM4DIS-OK
                   ADD 1 TO WKS-TT-DESCARTADOS(4)
                   IF WKS-FLAG-SIMULACION = 1
                       MOVE "SIMULADO (YA EXISTE)"
                         TO WKS-DET-RESULTADO
                   ELSE
                       PERFORM 540-DESCARTA-FILA
                   END-IF
               ELSE
                   ADD 1 TO WKS-TT-MOVIDOS(4)
                   IF WKS-FLAG-SIMULACION = 1
                       MOVE "SIMULADO" TO WKS-DET-RESULTADO
                   ELSE
                       PERFORM 530-MUEVE-FILA
                   END-IF
               END-IF
               PERFORM 800-REPORTA-DETALLE
               ADD 1 TO WKS-DS-IDX
           END-PERFORM.

      *--> GRABA LA FILA BAJO LA NUEVA SUCURSAL Y BORRA LA VIEJA
       530-MUEVE-FILA.
           MOVE WKS-DS-ANTES TO REG-EDMDIS
           MOVE WKS-SUC-HACIA TO EDDS-SUCURSAL
           WRITE REG-EDMDIS
           IF WKS-EDM4DIS-OK
               ADD 1 TO WKS-TOTAL-ESCRITOS
               MOVE "EDM4DIS "    TO WKS-TJ-TABLA
               MOVE EDDS-LLAVE    TO WKS-TJ-LLAVE
               MOVE "A"           TO WKS-TJ-ACCION
               MOVE SPACES        TO WKS-TJ-ANTES
               MOVE REG-EDMDIS    TO WKS-TJ-DESPUES
               PERFORM 750-ESCRIBE-TJL
               PERFORM 550-BORRA-FILA-VIEJA
               IF WKS-EDM4DIS-OK
                   MOVE "MOVIDO" TO WKS-DET-RESULTADO
                   MOVE "EDM4DIS "    TO RES-ARCHIVO
                   SET RES-MOVIDO     TO TRUE
                   MOVE WKS-DS-ANTES  TO RES-IMAGEN
                   PERFORM 700-ESCRIBE-RESPALDO
               END-IF
           ELSE
               MOVE 1 TO WKS-FLAG-ERROR
               MOVE SPACES TO WKS-DET-RESULTADO
               STRING "** ERROR EDM4DIS " WKS-EDM4DIS-STATUS
                   DELIMITED BY SIZE INTO WKS-DET-RESULTADO
           END-IF.

      *--> LA SUCURSAL QUE ABSORBE YA RUTEA EL REPORTE: MANDA SU FILA
       540-DESCARTA-FILA.
           PERFORM 550-BORRA-FILA-VIEJA
           IF WKS-EDM4DIS-OK
               MOVE "DESCARTADO (YA EXISTE)" TO WKS-DET-RESULTADO
               MOVE "EDM4DIS "    TO RES-ARCHIVO
               SET RES-DESCARTADO TO TRUE
               MOVE WKS-DS-ANTES  TO RES-IMAGEN
               PERFORM 700-ESCRIBE-RESPALDO
           END-IF.

       550-BORRA-FILA-VIEJA.
           MOVE WKS-DS-ANTES TO REG-EDMDIS
           DELETE EDM4DIS RECORD
           IF WKS-EDM4DIS-OK
               MOVE "EDM4DIS "    TO WKS-TJ-TABLA
               MOVE EDDS-LLAVE    TO WKS-TJ-LLAVE
               MOVE "B"           TO WKS-TJ-ACCION
               MOVE WKS-DS-ANTES  TO WKS-TJ-ANTES
               MOVE SPACES        TO WKS-TJ-DESPUES
               PERFORM 750-ESCRIBE-TJL
           ELSE
               MOVE 1 TO WKS-FLAG-ERROR
               MOVE SPACES TO WKS-DET-RESULTADO
               STRING "** ERROR EDM4DIS " WKS-EDM4DIS-STATUS
                   DELIMITED BY SIZE INTO WKS-DET-RESULTADO
           END-IF.

      *--> REVERSO: RECORRE EL RESPALDO DE LA CORRIDA REAL. SOLO
      *    APLICA LAS FILAS DEL MISMO PAR DE SUCURSALES DEL PARM
       600-REVERSA-RESPALDO.
           PERFORM 610-LEER-RESPALDO
           PERFORM UNTIL WKS-RESPALDO-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               MOVE RES-ARCHIVO TO WKS-DET-ARCHIVO
               MOVE SPACES TO WKS-DET-LLAVE
               IF RES-SUC-VIEJA NOT = WKS-PARM-SUC-VIEJA
               OR RES-SUC-NUEVA NOT = WKS-PARM-SUC-NUEVA
                   MOVE 1 TO WKS-FLAG-CONFLICTO
                   MOVE RES-IMAGEN(1:26) TO WKS-DET-LLAVE
                   MOVE "** OTRO PAR DE SUCURSAL" TO WKS-DET-RESULTADO
                   PERFORM 800-REPORTA-DETALLE
               ELSE
                   EVALUATE RES-ARCHIVO
                       WHEN "EDM4CL  "
                           PERFORM 620-REVERSA-CLIENTE
                       WHEN "EDM4PRF "
                           PERFORM 630-REVERSA-PERFIL
                       WHEN "EDM4TAB "
                           PERFORM 640-REVERSA-POSTAL
                       WHEN "EDM4DIS "
                           PERFORM 650-REVERSA-DISTRIBUCION
                   END-EVALUATE
               END-IF
               PERFORM 610-LEER-RESPALDO
           END-PERFORM.

       610-LEER-RESPALDO.
           READ RESPALDO
               AT END
                   SET WKS-RESPALDO-EOF TO TRUE
           END-READ.

      *--> EL CLIENTE SOLO VUELVE SI SIGUE EN LA SUCURSAL QUE ABSORBIO
       620-REVERSA-CLIENTE.
           MOVE RES-IMAGEN(1:8) TO EDMC-LLAVE
           MOVE RES-IMAGEN(1:8) TO WKS-DET-LLAVE
           READ EDM4CL
           IF WKS-EDM4CL-OK AND EDMC-SUCURSAL = WKS-PARM-SUC-NUEVA
               MOVE REG-EDMACL TO WKS-REG-ANTES
               PERFORM 230-CAMBIA-CLIENTE
               IF WKS-EDM4CL-OK
                   ADD 1 TO WKS-TT-MOVIDOS(1)
               END-IF
           ELSE
               MOVE 1 TO WKS-TT-IDX
               PERFORM 690-CONFLICTO-REVERSO
           END-IF
           PERFORM 800-REPORTA-DETALLE.

       630-REVERSA-PERFIL.
           MOVE RES-IMAGEN(1:8) TO EDPF-LLAVE
           MOVE RES-IMAGEN(1:8) TO WKS-DET-LLAVE
           READ EDM4PRF
           IF WKS-EDM4PRF-OK AND EDPF-SUCURSAL = WKS-PARM-SUC-NUEVA
               MOVE SPACES TO WKS-REG-ANTES
               MOVE REG-EDMPRF TO WKS-REG-ANTES(1:42)
               MOVE SPACES TO WKS-REG-ANTES(14:8)
               PERFORM 330-CAMBIA-PERFIL
               IF WKS-EDM4PRF-OK
                   ADD 1 TO WKS-TT-MOVIDOS(2)
               END-IF
           ELSE
               MOVE 2 TO WKS-TT-IDX
               PERFORM 690-CONFLICTO-REVERSO
           END-IF
           PERFORM 800-REPORTA-DETALLE.

       640-REVERSA-POSTAL.
           MOVE RES-IMAGEN(1:26) TO EDTB-LLAVE
           MOVE RES-IMAGEN(1:26) TO WKS-DET-LLAVE
           READ EDM4TAB
           IF WKS-EDM4TAB-OK AND EDTB-SUCURSAL = WKS-PARM-SUC-NUEVA
               MOVE SPACES TO WKS-REG-ANTES
               MOVE REG-EDMTAB TO WKS-REG-ANTES(1:52)
               PERFORM 430-CAMBIA-POSTAL
               IF WKS-EDM4TAB-OK
                   ADD 1 TO WKS-TT-MOVIDOS(3)
               END-IF
           ELSE
               MOVE 3 TO WKS-TT-IDX
               PERFORM 690-CONFLICTO-REVERSO
           END-IF
           PERFORM 800-REPORTA-DETALLE.

      *--> LA FILA VUELVE CON SU IMAGEN COMPLETA BAJO LA LLAVE VIEJA
      *    (SI ALGUIEN YA LA VOLVIO A DAR DE ALTA ES CONFLICTO); LA
      *    MOVIDA SE BORRA DE LA NUEVA, LA DESCARTADA NUNCA SE GRABO
       650-REVERSA-DISTRIBUCION.
           MOVE RES-IMAGEN(1:47) TO WKS-DS-ANTES
           MOVE WKS-DS-ANTES TO REG-EDMDIS
           MOVE EDDS-LLAVE TO WKS-DET-LLAVE
           READ EDM4DIS
           IF WKS-EDM4DIS-OK
               MOVE 4 TO WKS-TT-IDX
               PERFORM 690-CONFLICTO-REVERSO
           ELSE
               IF RES-MOVIDO
                   MOVE WKS-DS-ANTES TO REG-EDMDIS
                   MOVE WKS-PARM-SUC-NUEVA TO EDDS-SUCURSAL
                   READ EDM4DIS
                   IF WKS-EDM4DIS-OK
                       MOVE SPACES TO WKS-TJ-ANTES
                       MOVE REG-EDMDIS TO WKS-TJ-ANTES
                       DELETE EDM4DIS RECORD
                       IF WKS-EDM4DIS-OK
                           MOVE "EDM4DIS "    TO WKS-TJ-TABLA
                           MOVE EDDS-LLAVE    TO WKS-TJ-LLAVE
                           MOVE "B"           TO WKS-TJ-ACCION
                           MOVE SPACES        TO WKS-TJ-DESPUES
                           PERFORM 750-ESCRIBE-TJL
                       END-IF
                   END-IF
               END-IF
               MOVE WKS-DS-ANTES TO REG-EDMDIS
               WRITE REG-EDMDIS
               IF WKS-EDM4DIS-OK
                   ADD 1 TO WKS-TOTAL-ESCRITOS
                   ADD 1 TO WKS-TT-MOVIDOS(4)
                   MOVE "RESTAURADO" TO WKS-DET-RESULTADO
                   MOVE "EDM4DIS "    TO WKS-TJ-TABLA
                   MOVE EDDS-LLAVE    TO WKS-TJ-LLAVE
                   MOVE "A"           TO WKS-TJ-ACCION
                   MOVE SPACES        TO WKS-TJ-ANTES
                   MOVE REG-EDMDIS    TO WKS-TJ-DESPUES
                   PERFORM 750-ESCRIBE-TJL
               ELSE
                   MOVE 1 TO WKS-FLAG-ERROR
                   MOVE SPACES TO WKS-DET-RESULTADO
                   STRING "** ERROR EDM4DIS " WKS-EDM4DIS-STATUS
                       DELIMITED BY SIZE INTO WKS-DET-RESULTADO
               END-IF
           END-IF
           PERFORM 800-REPORTA-DETALLE.

      *--> EL REGISTRO YA NO ESTA COMO LO DEJO LA CORRIDA REAL
       690-CONFLICTO-REVERSO.
           ADD 1 TO WKS-TT-CONFLICTOS(WKS-TT-IDX)
           MOVE 1 TO WKS-FLAG-CONFLICTO
           MOVE "** CAMBIADO DESPUES" TO WKS-DET-RESULTADO.

       700-ESCRIBE-RESPALDO.
           MOVE WKS-PARM-SUC-VIEJA TO RES-SUC-VIEJA
           MOVE WKS-PARM-SUC-NUEVA TO RES-SUC-NUEVA
           WRITE REG-RESPALDO
           IF NOT WKS-RESPALDO-OK
               DISPLAY "EDID1R74 - ERROR EN RESPALDO: "
                   WKS-RESPALDO-STATUS
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF.

      *--> FILA DE LA BITACORA DE TABLAS; EN CHOQUE DE LLAVE SUBE LA
      *    SECUENCIA Y REINTENTA, IGUAL QUE LA RUTINA EN LINEA EDID1BTJ
       750-ESCRIBE-TJL.
           INITIALIZE REG-EDMTJL
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDTJ-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDTJ-HORA
           MOVE WKS-TJ-TABLA   TO EDTJ-TABLA
           MOVE ZEROS          TO EDTJ-SECUENCIA
           MOVE WKS-TJ-LLAVE   TO EDTJ-LLAVE-REG
           MOVE WKS-TJ-ACCION  TO EDTJ-ACCION
           MOVE "EDID1R74"     TO EDTJ-OPERADOR
           MOVE "BTCH"         TO EDTJ-TERMINAL
           MOVE "EDID1R74"     TO EDTJ-PANTALLA
           MOVE WKS-TJ-ANTES   TO EDTJ-IMAGEN-ANTES
           MOVE WKS-TJ-DESPUES TO EDTJ-IMAGEN-DESPUES
           MOVE ZEROS TO WKS-REINTENTOS
           WRITE REG-EDMTJL
           PERFORM UNTIL NOT WKS-EDM4TJL-DUPREC
           OR WKS-REINTENTOS > 98
               ADD 1 TO WKS-REINTENTOS
               ADD 1 TO EDTJ-SECUENCIA
               WRITE REG-EDMTJL
           END-PERFORM
           IF NOT WKS-EDM4TJL-OK
               DISPLAY "EDID1R74 - BITACORA EDM4TJL NO GRABADA: "
                   WKS-EDM4TJL-STATUS
           END-IF.

       800-REPORTA-DETALLE.
           MOVE WKS-SUC-DESDE TO WKS-DET-DESDE
           MOVE WKS-SUC-HACIA TO WKS-DET-HACIA
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE 1 TO WKS-TT-IDX
           PERFORM UNTIL WKS-TT-IDX > 4
               MOVE WKS-TT-NOMBRE(WKS-TT-IDX)      TO WKS-TOT-ARCHIVO
               MOVE WKS-TT-MOVIDOS(WKS-TT-IDX)     TO WKS-TOT-MOVIDOS
               MOVE WKS-TT-DESCARTADOS(WKS-TT-IDX)
                 TO WKS-TOT-DESCARTADOS
               MOVE WKS-TT-CONFLICTOS(WKS-TT-IDX)
                 TO WKS-TOT-CONFLICTOS
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE
               DISPLAY "EDID1R74 - " WKS-TOTAL-LINE
               ADD 1 TO WKS-TT-IDX
           END-PERFORM
           CLOSE EDM4CL
           CLOSE EDM4PRF
           CLOSE EDM4TAB
           CLOSE EDM4DIS
           IF WKS-FLAG-SIMULACION = ZEROS
               CLOSE EDM4AUL
               CLOSE EDM4CTL
               CLOSE EDM4TJL
               CLOSE RESPALDO
           END-IF
           CLOSE REPORTE
           DISPLAY "EDID1R74 - MODO       : " WKS-HDR-MODO
           DISPLAY "EDID1R74 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R74 - ESCRITOS   : " WKS-TOTAL-ESCRITOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R74" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R74" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN PARM INVALIDO O UNA FALLA
      *    DE GRABACION TERMINA EN ERROR CON RETORNO 8 Y UN CONFLICTO
      *    CON RETORNO 4
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R74" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ESCRITOS TO EDJL-ESCRITOS
               EVALUATE TRUE
                   WHEN WKS-FLAG-ERROR = 1
                       MOVE "E" TO EDJL-ESTADO
                       MOVE 8 TO EDJL-RETORNO
                   WHEN WKS-FLAG-CONFLICTO = 1
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
