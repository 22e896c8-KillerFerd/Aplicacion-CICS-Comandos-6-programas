      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R87                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : VERIFICACION NOCTURNA DE LA CADENA DE LA         *
      *               BITACORA EDM4AUL                                 *
      * ARCHIVOS    : EDM4AUL (ENTRADA) / EDM4CTL (ENTRADA) /          *
      *               REPORTE (SALIDA) / EDM4JLG (I/O)                 *
      * ACCION (ES) : V=Verificar                                      *
      * PROGRAMA(S) : CALL EDID1BHS                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * VERIFICACION NOCTURNA DE LA CADENA DE INTEGRIDAD DE LA        *
      * BITACORA EDM4AUL. ORDENA POR SECUENCIA LOS MOVIMIENTOS        *
      * ENCADENADOS (LOS ANTERIORES A LA CADENA SOLO SE CUENTAN) Y    *
      * LOS RECORRE: CADA HASH SE RECALCULA CON EDID1BHS (ALTERADO),  *
      * CADA ESLABON DEBE TRAER EL HASH DEL ANTERIOR (ESLABON ROTO),  *
      * UNA SECUENCIA REPETIDA ES DUPLICADO Y UN SALTO POR ENCIMA DEL *
      * LIMITE ARCHIVADO POR EDID1R11 SON MOVIMIENTOS FALTANTES (LOS  *
      * DE ABAJO YA ESTAN EN EL ARCHIVO MENSUAL). EL PRIMER ESLABON   *
      * DESPUES DEL LIMITE DEBE APUNTAR AL HASH ARCHIVADO Y EL ULTIMO *
      * DEBE COINCIDIR CON EL ANCLA "CADENAUL" DE EDM4CTL, LO QUE     *
      * DELATA BORRADOS AL FINAL. CADA RUPTURA SE LISTA EN EL REPORTE *
      * Y CUALQUIERA TERMINA LA CORRIDA CON RC 8                      *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R87.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4AUL ASSIGN TO EDM4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

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
       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4CTL.
       COPY EDMCTL.

      *-->UN ESLABON POR MOVIMIENTO ENCADENADO, CON SU IMAGEN COMPLETA
      *   PARA RECALCULAR EL HASH
       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-SECUENCIA             PIC 9(10).
           02 SRT-IMAGEN                PIC X(630).

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       COPY EDBHS.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
               88 WKS-EDM4AUL-EOF       VALUE "10".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-AUL-EOF          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SORT-EOF         PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ANCLA            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.

       01 WKS-FECHA-DDMMAAAA            PIC 9(08) VALUE ZEROS.

      *-->ANCLA "CADENAUL" DE EDM4CTL: ULTIMO ESLABON GRABADO Y
      *   ULTIMO ESLABON ARCHIVADO POR EDID1R11
       01 WKS-ANCLA.
           02 WKS-ANC-SECUENCIA         PIC 9(10) VALUE ZEROS.
           02 WKS-ANC-HASH              PIC 9(16) VALUE ZEROS.
           02 WKS-ANC-ARC-SECUENCIA     PIC 9(10) VALUE ZEROS.
           02 WKS-ANC-ARC-HASH          PIC 9(16) VALUE ZEROS.

      *-->ESLABON ANTERIOR DEL RECORRIDO (CEROS ANTES DEL PRIMERO,
      *   QUE ES COMO ARRANCA LA CADENA) Y RANGO DE UNA RUPTURA
       01 WKS-ANTERIOR.
           02 WKS-ANT-SECUENCIA         PIC 9(10) VALUE ZEROS.
           02 WKS-ANT-HASH              PIC 9(16) VALUE ZEROS.
       01 WKS-RANGO.
           02 WKS-RNG-DESDE             PIC 9(10) VALUE ZEROS.
           02 WKS-RNG-HASTA             PIC 9(10) VALUE ZEROS.
           02 WKS-RNG-LIMITE            PIC 9(10) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CADENA      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ENCADENADOS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ALTERADOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ROTOS           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DUPLICADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FALTANTES       PIC 9(10) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "VERIFICACION DE LA CADENA DE LA BITACORA - EDID1R87".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(06) VALUE "FECHA ".
           02 WKS-HDR-FECHA             PIC 99/99/9999.
           02 FILLER                    PIC X(64) VALUE SPACES.
       01 WKS-HEADER-LINE-3.
           02 FILLER                    PIC X(17) VALUE
              "ANCLA: ULTIMO   ".
           02 WKS-HDR-ULTIMO            PIC Z(09)9.
           02 FILLER                    PIC X(20) VALUE
              "   ARCHIVADO HASTA ".
           02 WKS-HDR-ARCHIVADO         PIC Z(09)9.
           02 FILLER                    PIC X(23) VALUE SPACES.
       01 WKS-HEADER-LINE-4.
           02 FILLER                    PIC X(20) VALUE "RUPTURA".
           02 FILLER                    PIC X(12) VALUE
              "  SEC DESDE".
           02 FILLER                    PIC X(12) VALUE
              "  SEC HASTA".
           02 FILLER                    PIC X(10) VALUE "  CLIENTE".
           02 FILLER                    PIC X(10) VALUE "FECHA".
           02 FILLER                    PIC X(06) VALUE "HORA".
           02 FILLER                    PIC X(10) VALUE SPACES.

       01 WKS-DETALLE-LINE.
           02 WKS-DET-TIPO              PIC X(18).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-DESDE             PIC Z(09)9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-HASTA             PIC Z(09)9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-CLIENTE           PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-FECHA             PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-HORA              PIC 9(06).
           02 FILLER                    PIC X(10) VALUE SPACES.

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC Z,ZZZ,ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ON ASCENDING KEY SRT-SECUENCIA
               INPUT  PROCEDURE 200-ALIMENTA-SORT
               OUTPUT PROCEDURE 300-RECORRE-CADENA
           PERFORM 500-VERIFICA-ANCLA
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> TOMA EL ANCLA (SI NO EXISTE NADIE HA ENCADENADO TODAVIA)
      *    Y ABRE EL REPORTE
       100-INICIO.
           OPEN INPUT EDM4CTL
           MOVE "CADENAUL" TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               MOVE 1 TO WKS-FLAG-ANCLA
               MOVE EDCT-CAD-SECUENCIA     TO WKS-ANC-SECUENCIA
               MOVE EDCT-CAD-HASH          TO WKS-ANC-HASH
               MOVE EDCT-CAD-ARC-SECUENCIA TO WKS-ANC-ARC-SECUENCIA
               MOVE EDCT-CAD-ARC-HASH      TO WKS-ANC-ARC-HASH
           END-IF
           CLOSE EDM4CTL
           OPEN OUTPUT REPORTE
           MOVE WKS-JLG-FECHA(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-JLG-FECHA(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-JLG-FECHA(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA    TO WKS-HDR-FECHA
           MOVE WKS-ANC-SECUENCIA     TO WKS-HDR-ULTIMO
           MOVE WKS-ANC-ARC-SECUENCIA TO WKS-HDR-ARCHIVADO
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-4.

      *--> SOLO LOS MOVIMIENTOS CON SECUENCIA ENTRAN AL SORT
       200-ALIMENTA-SORT SECTION.
       210-ABRE-BITACORA.
           OPEN INPUT EDM4AUL
           PERFORM 220-LEER-EDM4AUL
           PERFORM 230-SUELTA-ESLABON
               UNTIL WKS-FLAG-AUL-EOF = 1
           CLOSE EDM4AUL.
       290-ALIMENTA-FIN.
           EXIT.

      *--> RUTINAS DEL PROCEDIMIENTO DE ENTRADA DEL SORT
       250-RUTINAS-ALIMENTA SECTION.

       220-LEER-EDM4AUL.
           READ EDM4AUL NEXT RECORD
               AT END
                   MOVE 1 TO WKS-FLAG-AUL-EOF
           END-READ.

       230-SUELTA-ESLABON.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDAU-SECUENCIA IS NOT NUMERIC OR EDAU-SECUENCIA = ZEROS
               ADD 1 TO WKS-TOTAL-SIN-CADENA
           ELSE
               ADD 1 TO WKS-TOTAL-ENCADENADOS
               MOVE EDAU-SECUENCIA TO SRT-SECUENCIA
               MOVE REG-EDMAUL     TO SRT-IMAGEN
               RELEASE REG-SORT
           END-IF
           PERFORM 220-LEER-EDM4AUL.

      *--> RECORRE LA CADENA DE LA SECUENCIA MENOR A LA MAYOR
       300-RECORRE-CADENA SECTION.
       310-RECORRE-SORT.
           PERFORM 320-TOMA-REGISTRO
           PERFORM 330-VERIFICA-ESLABON
               UNTIL WKS-FLAG-SORT-EOF = 1.
       390-RECORRE-FIN.
           EXIT.

      *--> RUTINAS DEL PROCEDIMIENTO DE SALIDA DEL SORT
       395-RUTINAS-RECORRE SECTION.

       320-TOMA-REGISTRO.
           RETURN WORK-SORT
               AT END
                   MOVE 1 TO WKS-FLAG-SORT-EOF
           END-RETURN.

       330-VERIFICA-ESLABON.
           MOVE SRT-IMAGEN TO REG-EDMAUL
           SET EDBH-FN-VERIFICAR TO TRUE
           MOVE REG-EDMAUL TO EDBH-REGISTRO
           CALL "EDID1BHS" USING REG-EDBHS
           IF EDBH-INVALIDO
               ADD 1 TO WKS-TOTAL-ALTERADOS
               MOVE "HASH ALTERADO"  TO WKS-DET-TIPO
               MOVE EDAU-SECUENCIA   TO WKS-RNG-DESDE
               MOVE EDAU-SECUENCIA   TO WKS-RNG-HASTA
               PERFORM 410-RUPTURA-ESLABON
           END-IF
           IF EDAU-SECUENCIA = WKS-ANT-SECUENCIA
               ADD 1 TO WKS-TOTAL-DUPLICADOS
               MOVE "DUPLICADO"      TO WKS-DET-TIPO
               MOVE EDAU-SECUENCIA   TO WKS-RNG-DESDE
               MOVE EDAU-SECUENCIA   TO WKS-RNG-HASTA
               PERFORM 410-RUPTURA-ESLABON
           ELSE
               PERFORM 340-REVISA-ENLACE
           END-IF
           MOVE EDAU-SECUENCIA TO WKS-ANT-SECUENCIA
           MOVE EDAU-HASH      TO WKS-ANT-HASH
           PERFORM 320-TOMA-REGISTRO.

      *--> UN ESLABON CONSECUTIVO DEBE APUNTAR AL HASH DEL ANTERIOR.
      *    EN UN SALTO, LO QUE QUEDA POR DEBAJO DEL LIMITE ARCHIVADO
      *    ESTA EN EL ARCHIVO MENSUAL; LO DE ENCIMA FALTA. EL PRIMER
      *    ESLABON DESPUES DEL LIMITE APUNTA AL HASH ARCHIVADO
       340-REVISA-ENLACE.
           IF EDAU-SECUENCIA = WKS-ANT-SECUENCIA + 1
               IF EDAU-HASH-ANTERIOR NOT = WKS-ANT-HASH
                   ADD 1 TO WKS-TOTAL-ROTOS
                   MOVE "ESLABON ROTO"   TO WKS-DET-TIPO
                   MOVE EDAU-SECUENCIA   TO WKS-RNG-DESDE
                   MOVE EDAU-SECUENCIA   TO WKS-RNG-HASTA
                   PERFORM 410-RUPTURA-ESLABON
               END-IF
           ELSE
               COMPUTE WKS-RNG-DESDE = WKS-ANT-SECUENCIA + 1
               COMPUTE WKS-RNG-HASTA = EDAU-SECUENCIA - 1
               PERFORM 350-ACOTA-FALTANTES
               IF WKS-RNG-DESDE NOT > WKS-RNG-HASTA
                   MOVE "FALTANTES"      TO WKS-DET-TIPO
                   PERFORM 410-RUPTURA-ESLABON
               ELSE IF WKS-ANC-ARC-SECUENCIA > ZEROS
               AND EDAU-SECUENCIA = WKS-ANC-ARC-SECUENCIA + 1
               AND EDAU-HASH-ANTERIOR NOT = WKS-ANC-ARC-HASH
                   ADD 1 TO WKS-TOTAL-ROTOS
                   MOVE "ESLABON ROTO"   TO WKS-DET-TIPO
                   MOVE EDAU-SECUENCIA   TO WKS-RNG-DESDE
                   MOVE EDAU-SECUENCIA   TO WKS-RNG-HASTA
                   PERFORM 410-RUPTURA-ESLABON
               END-IF
               END-IF
           END-IF.

      *--> DEJA EN EL RANGO SOLO LO QUE ESTA POR ENCIMA DEL LIMITE
      *    ARCHIVADO Y SUMA LOS QUE FALTAN
       350-ACOTA-FALTANTES.
           COMPUTE WKS-RNG-LIMITE = WKS-ANC-ARC-SECUENCIA + 1
           IF WKS-RNG-DESDE < WKS-RNG-LIMITE
               MOVE WKS-RNG-LIMITE TO WKS-RNG-DESDE
           END-IF
           IF WKS-RNG-DESDE NOT > WKS-RNG-HASTA
               COMPUTE WKS-TOTAL-FALTANTES = WKS-TOTAL-FALTANTES
                     + WKS-RNG-HASTA - WKS-RNG-DESDE + 1
           END-IF.

      *--> RUPTURA LIGADA A UN ESLABON: SE LISTA QUIEN Y CUANDO
       410-RUPTURA-ESLABON.
           MOVE EDAU-CO-CLIENTE TO WKS-DET-CLIENTE
           MOVE EDAU-FECHA-MOV  TO WKS-DET-FECHA
           MOVE EDAU-HORA-MOV   TO WKS-DET-HORA
           PERFORM 400-ESCRIBE-RUPTURA.

       400-ESCRIBE-RUPTURA.
           MOVE WKS-RNG-DESDE TO WKS-DET-DESDE
           MOVE WKS-RNG-HASTA TO WKS-DET-HASTA
           WRITE REG-REPORTE FROM WKS-DETALLE-LINE
           ADD 1 TO WKS-TOTAL-ESCRITOS
           MOVE 1 TO WKS-FLAG-ERROR.

      *--> RUTINAS GENERALES, FUERA DE LOS PROCEDIMIENTOS DEL SORT
       800-RUTINAS-GENERALES SECTION.

      *--> EL ULTIMO ESLABON DEBE SER EL DEL ANCLA: SI EL ANCLA VA MAS
      *    ADELANTE SE BORRARON MOVIMIENTOS AL FINAL; SI VA ATRAS, O
      *    SI NO HAY ANCLA CON MOVIMIENTOS ENCADENADOS, EL ANCLA NO
      *    REFLEJA LA BITACORA
       500-VERIFICA-ANCLA.
           MOVE ZEROS TO WKS-DET-CLIENTE
           MOVE ZEROS TO WKS-DET-FECHA
           MOVE ZEROS TO WKS-DET-HORA
           IF WKS-FLAG-ANCLA = ZEROS
               IF WKS-TOTAL-ENCADENADOS > ZEROS
                   MOVE "SIN ANCLA"       TO WKS-DET-TIPO
                   MOVE ZEROS             TO WKS-RNG-DESDE
                   MOVE WKS-ANT-SECUENCIA TO WKS-RNG-HASTA
                   PERFORM 400-ESCRIBE-RUPTURA
               END-IF
           ELSE IF WKS-ANC-SECUENCIA > WKS-ANT-SECUENCIA
               COMPUTE WKS-RNG-DESDE = WKS-ANT-SECUENCIA + 1
               MOVE WKS-ANC-SECUENCIA TO WKS-RNG-HASTA
               PERFORM 350-ACOTA-FALTANTES
               IF WKS-RNG-DESDE NOT > WKS-RNG-HASTA
                   MOVE "FALTANTES AL FINAL" TO WKS-DET-TIPO
                   PERFORM 400-ESCRIBE-RUPTURA
               END-IF
           ELSE IF WKS-ANC-SECUENCIA < WKS-ANT-SECUENCIA
               MOVE "ANCLA DESFASADA"    TO WKS-DET-TIPO
               COMPUTE WKS-RNG-DESDE = WKS-ANC-SECUENCIA + 1
               MOVE WKS-ANT-SECUENCIA    TO WKS-RNG-HASTA
               PERFORM 400-ESCRIBE-RUPTURA
           ELSE IF WKS-ANC-HASH NOT = WKS-ANT-HASH
               MOVE "ANCLA NO COINCIDE"  TO WKS-DET-TIPO
               MOVE WKS-ANC-SECUENCIA    TO WKS-RNG-DESDE
               MOVE WKS-ANC-SECUENCIA    TO WKS-RNG-HASTA
               PERFORM 400-ESCRIBE-RUPTURA
           END-IF
           END-IF
           END-IF
           END-IF.

       900-FINAL.
           IF WKS-TOTAL-ESCRITOS = ZEROS
               MOVE "CADENA INTEGRA, SIN RUPTURAS" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "MOVIMIENTOS LEIDOS"       TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-LEIDOS           TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "SIN CADENA (ANTERIORES)"  TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-SIN-CADENA       TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "ESLABONES VERIFICADOS"    TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-ENCADENADOS      TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "HASH ALTERADO"            TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-ALTERADOS        TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "ESLABONES ROTOS"          TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-ROTOS            TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "SECUENCIAS DUPLICADAS"    TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-DUPLICADOS       TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "MOVIMIENTOS FALTANTES"    TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-FALTANTES        TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "RUPTURAS LISTADAS"        TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-ESCRITOS         TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           CLOSE REPORTE
           DISPLAY "EDID1R87 - LEIDOS      : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R87 - SIN CADENA  : " WKS-TOTAL-SIN-CADENA
           DISPLAY "EDID1R87 - VERIFICADOS : " WKS-TOTAL-ENCADENADOS
           DISPLAY "EDID1R87 - RUPTURAS    : " WKS-TOTAL-ESCRITOS.

       910-ESCRIBE-TOTAL.
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE.

       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R87" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R87" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> UNA CADENA CON RUPTURAS TERMINA LA CORRIDA CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R87" TO EDJL-PROGRAMA
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
