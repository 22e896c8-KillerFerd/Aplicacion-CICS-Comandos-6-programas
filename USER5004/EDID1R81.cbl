      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R81                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CONFIRMACION DE AVISOS A OPERADORES: QUIEN YA    *
      *               CONFIRMO Y QUIEN NO CADA AVISO                   *
      * ARCHIVOS    : EDM4AVI (ENTRADA) / EDM4PRF (ENTRADA) /          *
      *               EDM4ACU (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : V=Vigentes hoy T=Todos                           *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * PRUEBA DE LECTURA DE LOS AVISOS QUE LOS SUPERVISORES PUBLICAN *
      * EN EDID1YLI. POR CADA AVISO DE EDM4AVI SE RECORREN LOS        *
      * PERFILES DE EDM4PRF Y SE LISTAN LOS OPERADORES DEL DESTINO    *
      * (TODOS, LA SUCURSAL EDPF-SUCURSAL O EL ROL EDPF-ROL) CON SU   *
      * CONFIRMACION EN EDM4ACU (FECHA, HORA Y TERMINAL) O COMO       *
      * PENDIENTES; LOS PERFILES BLOQUEADOS SE SENALAN PORQUE NO      *
      * PUEDEN INGRESAR A CONFIRMAR. CADA AVISO CIERRA CON SUS        *
      * DESTINATARIOS, CONFIRMADOS Y PENDIENTES. EN MODO V (O BLANCO) *
      * SOLO ENTRAN LOS AVISOS NO ANULADOS CUYA VIGENCIA INCLUYE HOY; *
      * EN MODO T ENTRAN TODOS, ANULADOS Y VENCIDOS INCLUIDOS         *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R81.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4AVI ASSIGN TO EDM4AVI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDAV-LLAVE
               FILE STATUS IS WKS-EDM4AVI-STATUS.

           SELECT EDM4PRF ASSIGN TO EDM4PRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPF-LLAVE
               FILE STATUS IS WKS-EDM4PRF-STATUS.

           SELECT EDM4ACU ASSIGN TO EDM4ACU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAC-LLAVE
               FILE STATUS IS WKS-EDM4ACU-STATUS.

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
       FD  EDM4AVI.
       COPY EDMAVI.

       FD  EDM4PRF.
       COPY EDMPRF.

       FD  EDM4ACU.
       COPY EDMACU.

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
           02 WKS-EDM4AVI-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AVI-OK        VALUE "00".
               88 WKS-EDM4AVI-EOF       VALUE "10".
           02 WKS-EDM4PRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRF-OK        VALUE "00".
               88 WKS-EDM4PRF-EOF       VALUE "10".
           02 WKS-EDM4ACU-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4ACU-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-TODOS            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-DESTINO          PIC 9 VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.
       01 WKS-FECHA-AAAAMMDD            PIC 9(08) VALUE ZEROS.
       01 WKS-FECHA-DDMMAAAA            PIC 9(08) VALUE ZEROS.
       01 WKS-FECHA-ED                  PIC 99/99/9999.

      *-->CONTEOS DEL AVISO EN CURSO
       01 WKS-AVISO-ACTUAL.
           02 WKS-AV-DESTINATARIOS      PIC 9(05) VALUE ZEROS.
           02 WKS-AV-CONFIRMADOS        PIC 9(05) VALUE ZEROS.
           02 WKS-AV-PENDIENTES         PIC 9(05) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-AVISOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-REPORTADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CONFIRMADOS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PENDIENTES      PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "CONFIRMACION DE AVISOS A OPERADORES - EDID1R81".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(06) VALUE "MODO: ".
           02 WKS-HDR-MODO              PIC X(10).
           02 FILLER                    PIC X(07) VALUE " FECHA ".
           02 WKS-HDR-FECHA             PIC 99/99/9999.
           02 FILLER                    PIC X(57) VALUE SPACES.

       01 WKS-AVISO-LINE.
           02 FILLER                    PIC X(06) VALUE "AVISO ".
           02 WKS-AVL-NUMERO            PIC 9(06).
           02 FILLER                    PIC X(06) VALUE "  URG ".
           02 WKS-AVL-URGENCIA          PIC X(01).
           02 FILLER                    PIC X(07) VALUE "  DEST ".
           02 WKS-AVL-DESTINO           PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-AVL-VALOR             PIC X(03).
           02 FILLER                    PIC X(11) VALUE "  VIGENCIA ".
           02 WKS-AVL-DESDE             PIC X(10).
           02 FILLER                    PIC X(03) VALUE " A ".
           02 WKS-AVL-HASTA             PIC X(10).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-AVL-ESTADO            PIC X(07).
           02 FILLER                    PIC X(16) VALUE SPACES.
       01 WKS-TITULO-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-TIT-TITULO            PIC X(40).
           02 FILLER                    PIC X(18) VALUE
              "  PUBLICADO POR: ".
           02 WKS-TIT-OPERADOR          PIC X(08).
           02 FILLER                    PIC X(22) VALUE SPACES.
       01 WKS-HEADER-LINE-3             PIC X(90) VALUE
           "  OPERADOR SUC ROL CONFIRMACION FECHA      HORA     TERM OB
      -    "SERVACION".

       01 WKS-DETAIL-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-OPERADOR          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-SUCURSAL          PIC X(03).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-ROL               PIC X(01).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-ESTADO            PIC X(12).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-FECHA             PIC X(10).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-HORA              PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-TERMINAL          PIC X(04).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-OBSERVACION       PIC X(12).
           02 FILLER                    PIC X(21) VALUE SPACES.
       01 WKS-HORA-ED.
           02 WKS-HORA-HH               PIC 99.
           02 FILLER                    PIC X VALUE ":".
           02 WKS-HORA-MM               PIC 99.
           02 FILLER                    PIC X VALUE ":".
           02 WKS-HORA-SS               PIC 99.

       01 WKS-SUBTOTAL-LINE.
           02 FILLER                    PIC X(17) VALUE
              "  DESTINATARIOS: ".
           02 WKS-SUB-DESTINATARIOS     PIC ZZZZ9.
           02 FILLER                    PIC X(15) VALUE
              "  CONFIRMADOS: ".
           02 WKS-SUB-CONFIRMADOS       PIC ZZZZ9.
           02 FILLER                    PIC X(14) VALUE
              "  PENDIENTES: ".
           02 WKS-SUB-PENDIENTES        PIC ZZZZ9.
           02 FILLER                    PIC X(29) VALUE SPACES.

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MODO                 PIC X(01).
           88 WKS-MODO-VIGENTES         VALUES "V" " ".
           88 WKS-MODO-TODOS            VALUE "T".

       PROCEDURE DIVISION USING WKS-PARM-MODO.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 200-PROCESA-AVISOS
               PERFORM 900-FINAL
           END-IF
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           EVALUATE TRUE
               WHEN WKS-MODO-TODOS
                   MOVE 1 TO WKS-FLAG-TODOS
                   MOVE "TODOS     " TO WKS-HDR-MODO
               WHEN WKS-MODO-VIGENTES
                   MOVE ZEROS TO WKS-FLAG-TODOS
                   MOVE "VIGENTES  " TO WKS-HDR-MODO
               WHEN OTHER
                   DISPLAY "EDID1R81 - MODO INVALIDO (V/T): "
                       WKS-PARM-MODO
                   MOVE 1 TO WKS-FLAG-ERROR
           END-EVALUATE
           IF WKS-FLAG-ERROR = ZEROS
               OPEN INPUT EDM4AVI
               OPEN INPUT EDM4PRF
               OPEN INPUT EDM4ACU
               OPEN OUTPUT REPORTE
               MOVE WKS-FECHA-HOY TO WKS-FECHA-AAAAMMDD
               PERFORM 790-FORMATEA-FECHA
               MOVE WKS-FECHA-DDMMAAAA TO WKS-HDR-FECHA
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           END-IF.

      *--> CADA AVISO DEL ARCHIVO, EN ORDEN DE NUMERO
       200-PROCESA-AVISOS.
           PERFORM 210-LEER-EDM4AVI
           PERFORM UNTIL WKS-EDM4AVI-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               ADD 1 TO WKS-TOTAL-AVISOS
               IF WKS-FLAG-TODOS = 1
                   PERFORM 300-REPORTA-AVISO
               ELSE
                   IF EDAV-VIGENTE
                   AND EDAV-FECHA-DESDE NOT > WKS-FECHA-HOY
                   AND (EDAV-FECHA-HASTA = ZEROS
                     OR EDAV-FECHA-HASTA NOT < WKS-FECHA-HOY)
                       PERFORM 300-REPORTA-AVISO
                   END-IF
               END-IF
               PERFORM 210-LEER-EDM4AVI
           END-PERFORM.

       210-LEER-EDM4AVI.
           READ EDM4AVI NEXT RECORD
               AT END
                   SET WKS-EDM4AVI-EOF TO TRUE
           END-READ.

      *--> ENCABEZADO DEL AVISO, SUS DESTINATARIOS Y SU SUBTOTAL
       300-REPORTA-AVISO.
           ADD 1 TO WKS-TOTAL-REPORTADOS
           MOVE ZEROS TO WKS-AV-DESTINATARIOS
           MOVE ZEROS TO WKS-AV-CONFIRMADOS
           MOVE ZEROS TO WKS-AV-PENDIENTES
           PERFORM 310-ESCRIBE-ENCABEZADO
           MOVE LOW-VALUES TO EDPF-LLAVE
           START EDM4PRF KEY IS NOT LESS THAN EDPF-LLAVE
               INVALID KEY
                   SET WKS-EDM4PRF-EOF TO TRUE
           END-START
           IF NOT WKS-EDM4PRF-EOF
               PERFORM 320-LEER-EDM4PRF
           END-IF
           PERFORM UNTIL WKS-EDM4PRF-EOF
               PERFORM 330-VALIDA-DESTINO
               IF WKS-FLAG-DESTINO = 1
                   PERFORM 340-REPORTA-OPERADOR
               END-IF
               PERFORM 320-LEER-EDM4PRF
           END-PERFORM
           MOVE WKS-AV-DESTINATARIOS TO WKS-SUB-DESTINATARIOS
           MOVE WKS-AV-CONFIRMADOS   TO WKS-SUB-CONFIRMADOS
           MOVE WKS-AV-PENDIENTES    TO WKS-SUB-PENDIENTES
           WRITE REG-REPORTE FROM WKS-SUBTOTAL-LINE.

       310-ESCRIBE-ENCABEZADO.
           MOVE EDAV-NUMERO        TO WKS-AVL-NUMERO
           MOVE EDAV-URGENCIA      TO WKS-AVL-URGENCIA
           MOVE EDAV-DESTINO       TO WKS-AVL-DESTINO
           MOVE EDAV-DESTINO-VALOR TO WKS-AVL-VALOR
           MOVE EDAV-FECHA-DESDE   TO WKS-FECHA-AAAAMMDD
           PERFORM 790-FORMATEA-FECHA
           MOVE WKS-FECHA-ED       TO WKS-AVL-DESDE
           IF EDAV-FECHA-HASTA = ZEROS
               MOVE "SIN FIN"      TO WKS-AVL-HASTA
           ELSE
               MOVE EDAV-FECHA-HASTA TO WKS-FECHA-AAAAMMDD
               PERFORM 790-FORMATEA-FECHA
               MOVE WKS-FECHA-ED   TO WKS-AVL-HASTA
           END-IF
           IF EDAV-ANULADO
               MOVE "ANULADO"      TO WKS-AVL-ESTADO
           ELSE
               MOVE "VIGENTE"      TO WKS-AVL-ESTADO
           END-IF
           MOVE EDAV-TITULO        TO WKS-TIT-TITULO
           MOVE EDAV-ALTA-OPERADOR TO WKS-TIT-OPERADOR
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-AVISO-LINE
           WRITE REG-REPORTE FROM WKS-TITULO-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3.

       320-LEER-EDM4PRF.
           READ EDM4PRF NEXT RECORD
               AT END
                   SET WKS-EDM4PRF-EOF TO TRUE
           END-READ.

      *--> MISMA REGLA DE DESTINO QUE LA RUTINA EN LINEA EDID1BAV
       330-VALIDA-DESTINO.
           MOVE ZEROS TO WKS-FLAG-DESTINO
           EVALUATE TRUE
               WHEN EDAV-DEST-TODOS
                   MOVE 1 TO WKS-FLAG-DESTINO
               WHEN EDAV-DEST-SUCURSAL
                   IF EDAV-DESTINO-VALOR = EDPF-SUCURSAL
                       MOVE 1 TO WKS-FLAG-DESTINO
                   END-IF
               WHEN EDAV-DEST-ROL
                   IF EDAV-DESTINO-VALOR(1:1) = EDPF-ROL
                       MOVE 1 TO WKS-FLAG-DESTINO
                   END-IF
           END-EVALUATE.

       340-REPORTA-OPERADOR.
           ADD 1 TO WKS-AV-DESTINATARIOS
           MOVE SPACES         TO WKS-DET-FECHA
           MOVE SPACES         TO WKS-DET-HORA
           MOVE SPACES         TO WKS-DET-TERMINAL
           MOVE SPACES         TO WKS-DET-OBSERVACION
           MOVE EDPF-OPERADOR  TO WKS-DET-OPERADOR
           MOVE EDPF-SUCURSAL  TO WKS-DET-SUCURSAL
           MOVE EDPF-ROL       TO WKS-DET-ROL
           MOVE EDAV-NUMERO    TO EDAC-NUMERO
           MOVE EDPF-OPERADOR  TO EDAC-OPERADOR
           READ EDM4ACU
           IF WKS-EDM4ACU-OK
               ADD 1 TO WKS-AV-CONFIRMADOS
               ADD 1 TO WKS-TOTAL-CONFIRMADOS
               MOVE "CONFIRMADO"  TO WKS-DET-ESTADO
               MOVE EDAC-FECHA    TO WKS-FECHA-AAAAMMDD
               PERFORM 790-FORMATEA-FECHA
               MOVE WKS-FECHA-ED  TO WKS-DET-FECHA
               MOVE EDAC-HORA(1:2) TO WKS-HORA-HH
               MOVE EDAC-HORA(3:2) TO WKS-HORA-MM
               MOVE EDAC-HORA(5:2) TO WKS-HORA-SS
               MOVE WKS-HORA-ED   TO WKS-DET-HORA
               MOVE EDAC-TERMINAL TO WKS-DET-TERMINAL
           ELSE
               ADD 1 TO WKS-AV-PENDIENTES
               ADD 1 TO WKS-TOTAL-PENDIENTES
               MOVE "PENDIENTE"   TO WKS-DET-ESTADO
           END-IF
           IF EDPF-BLOQUEADO
               MOVE "BLOQUEADO"   TO WKS-DET-OBSERVACION
           END-IF
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           ADD 1 TO WKS-TOTAL-ESCRITOS.

      *--> AAAAMMDD A DD/MM/AAAA
       790-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

       900-FINAL.
           CLOSE EDM4AVI
           CLOSE EDM4PRF
           CLOSE EDM4ACU
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "AVISOS LEIDOS: "             TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-AVISOS              TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "AVISOS REPORTADOS: "         TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-REPORTADOS          TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CONFIRMACIONES: "            TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-CONFIRMADOS         TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "PENDIENTES DE CONFIRMAR: "   TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-PENDIENTES          TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           CLOSE REPORTE
           DISPLAY "EDID1R81 - MODO       : " WKS-HDR-MODO
           DISPLAY "EDID1R81 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R81 - ESCRITOS   : " WKS-TOTAL-ESCRITOS.

       910-ESCRIBE-TOTAL.
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           DISPLAY "EDID1R81 - " WKS-TOTAL-LINE.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R81" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R81" TO EDJL-OPERADOR
           MOVE WKS-PARM-MODO TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN PARM INVALIDO TERMINA EN
      *    ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R81" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ESCRITOS TO EDJL-ESCRITOS
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
