      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R64                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : AVISO AL CLIENTE DE CAMBIO DE DIRECCION/TELEFONO *
      * ARCHIVOS    : EDM4AUL (ENTRADA) / EDM4CON (ENTRADA) /          *
      *               EDM4NOT (I/O) / CARTAS / MENSAJES / REPORTE      *
      *               (SALIDA)                                         *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CORRIDA NOCTURNA SOBRE LOS MOVIMIENTOS DEL DIA EN EDM4AUL     *
      * (EDID1MLI, EDID1BMA, EDID1WLI, EDID1R47 Y DEMAS PROGRAMAS QUE *
      * DEJAN IMAGENES COMPLETAS). POR CLIENTE COMPARA LA IMAGEN      *
      * ANTES DEL PRIMER MOVIMIENTO DEL DIA CONTRA LA DESPUES DEL     *
      * ULTIMO:                                                       *
      *   DIRECCION, CIUDAD O POSTAL CAMBIADOS = CARTA DE AVISO A LA  *
      *     DIRECCION ANTERIOR (ARCHIVO CARTAS PARA EL BURO)          *
      *   TELEFONO O CELULAR CAMBIADOS = MENSAJE SMS AL CELULAR       *
      *     ANTERIOR (ARCHIVO MENSAJES PARA EL PROVEEDOR)             *
      * UN VETO VIGENTE EN EDM4CON PARA EL CANAL (C=CARTA, M=MOVIL)   *
      * SUPRIME EL AVISO. CADA AVISO ENVIADO QUEDA COMO NOTA DE       *
      * CONTACTO DEL CLIENTE EN EDM4NOT (OPERADOR EDID1R64), QUE LA   *
      * CONSULTA EDID1CL5 MUESTRA CON PF4. LAS ALTAS NO SE AVISAN Y   *
      * LOS MOVIMIENTOS SIN IMAGEN (REGISTROS VIEJOS) SE IGNORAN      *
      * PARM: FECHA DE MOVIMIENTOS AAAAMMDD; EN CEROS TOMA HOY        *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R64.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4AUL ASSIGN TO EDM4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4CON ASSIGN TO EDM4CON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCO-LLAVE
               FILE STATUS IS WKS-EDM4CON-STATUS.

           SELECT EDM4NOT ASSIGN TO EDM4NOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDNT-LLAVE
               FILE STATUS IS WKS-EDM4NOT-STATUS.

           SELECT CARTAS ASSIGN TO CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CARTAS-STATUS.

           SELECT MENSAJES ASSIGN TO MENSAJES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-MENSAJES-STATUS.

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

       FD  EDM4CON.
       COPY EDMCON.

       FD  EDM4NOT.
       COPY EDMNOT.

      *-->MISMO FORMATO DE COMBINACION QUE EDID1R31 MAS EL MOTIVO
       FD  CARTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CARTAS.
           05 CRT-CO-CLIENTE            PIC 9(08).
           05 CRT-SALUDO                PIC X(20).
           05 CRT-NOMBRE                PIC X(40).
           05 CRT-DIRECCION             PIC X(30).
           05 CRT-CIUDAD                PIC X(20).
           05 CRT-CODIGO-POSTAL         PIC X(06).
           05 CRT-MOTIVO                PIC X(20).

       FD  MENSAJES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-MENSAJES.
           05 SMS-CO-CLIENTE            PIC 9(08).
           05 SMS-CELULAR               PIC 9(08).
           05 SMS-TEXTO                 PIC X(60).

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

      *-->VISTAS DE TRABAJO DE LAS IMAGENES COMPLETAS DE LA BITACORA
       COPY EDMACL
           REPLACING ==REG-EDMACL== BY ==WKS-IMG-ANTES==
                     LEADING ==EDMC-== BY ==EDIA-==.

       COPY EDMACL
           REPLACING ==REG-EDMACL== BY ==WKS-IMG-DESPUES==
                     LEADING ==EDMC-== BY ==EDID-==.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
               88 WKS-EDM4AUL-EOF       VALUE "10".
           02 WKS-EDM4CON-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CON-OK        VALUE "00".
           02 WKS-EDM4NOT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4NOT-OK        VALUE "00".
               88 WKS-EDM4NOT-DUPKEY    VALUE "22".
           02 WKS-CARTAS-STATUS         PIC X(02) VALUE SPACES.
           02 WKS-MENSAJES-STATUS       PIC X(02) VALUE SPACES.
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.

       01 WKS-FLAGS.
           02 WKS-FLAG-VETADO           PIC 9 VALUE ZEROS.
           02 WKS-FLAG-INTENTOS         PIC 9(02) VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-FECHA-PROCESO         PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-HORA-NOTA             PIC 9(06) VALUE ZEROS.
      *-->HORA HHMMSS QUE SE CORRE UN SEGUNDO AL CHOCAR LA LLAVE
           02 WKS-HMS                   PIC 9(06) VALUE ZEROS.
           02 WKS-HMS-R REDEFINES WKS-HMS.
               03 WKS-HMS-HH            PIC 9(02).
               03 WKS-HMS-MM            PIC 9(02).
               03 WKS-HMS-SS            PIC 9(02).
           02 WKS-SEG-DIA               PIC 9(05) VALUE ZEROS.
           02 WKS-SEG-RESTO             PIC 9(05) VALUE ZEROS.

      *-->CLIENTE EN CURSO: IMAGEN ANTES DEL PRIMER MOVIMIENTO DEL
      *   DIA Y DESPUES DEL ULTIMO
       01 WKS-CLIENTE-EN-CURSO.
           02 WKS-CLI-CODIGO            PIC 9(08) VALUE ZEROS.
           02 WKS-CLI-MOVIMIENTOS       PIC 9(03) VALUE ZEROS.
           02 WKS-CLI-PRIMERA-ANTES     PIC X(200) VALUE SPACES.
           02 WKS-CLI-ULTIMA-DESPUES    PIC X(200) VALUE SPACES.

       01 WKS-SALUDOS.
           02 WKS-SALUDO-PERSONA        PIC X(20)
               VALUE "ESTIMADO CLIENTE".
           02 WKS-SALUDO-COMPANIA       PIC X(20)
               VALUE "SENORES".
           02 WKS-MOTIVO-DIRECCION      PIC X(20)
               VALUE "CAMBIO DE DIRECCION".
           02 WKS-TEXTO-SMS             PIC X(60) VALUE
               "SU TELEFONO REGISTRADO CAMBIO. SI NO LO PIDIO LLAME AL B
      -        "ANCO".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DEL-DIA         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CARTAS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SMS             PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-VETADOS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-DESTINO     PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(50) VALUE
               "AVISOS DE CAMBIO DE CONTACTO - EDID1R64 - FECHA: ".
           02 WKS-HDR-FECHA             PIC 9999/99/99.
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "CLIENTE  AVISO  DESTINO                        RESULTADO".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC 9(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-AVISO             PIC X(05).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-DESTINO           PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-RESULTADO         PIC X(25).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "MOVIMIENTOS DEL DIA: ".
           02 WKS-TOT-DEL-DIA           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "CARTAS GENERADAS: ".
           02 WKS-TOT-CARTAS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "MENSAJES SMS GENERADOS: ".
           02 WKS-TOT-SMS               PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(25) VALUE
               "SUPRIMIDOS POR VETO: ".
           02 WKS-TOT-VETADOS           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(25) VALUE
               "SIN DESTINO ANTERIOR: ".
           02 WKS-TOT-SIN-DESTINO       PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM.
           05 WKS-PARM-FECHA            PIC 9(08).

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-BITACORA
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-HORA-NOTA
           IF WKS-PARM-FECHA IS NUMERIC AND WKS-PARM-FECHA > ZEROS
               MOVE WKS-PARM-FECHA TO WKS-FECHA-PROCESO
           ELSE
               MOVE WKS-FECHA-HOY  TO WKS-FECHA-PROCESO
           END-IF
           OPEN INPUT  EDM4AUL
           OPEN INPUT  EDM4CON
           OPEN I-O    EDM4NOT
           OPEN OUTPUT CARTAS
           OPEN OUTPUT MENSAJES
           OPEN OUTPUT REPORTE
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> LA LLAVE DE EDM4AUL EMPIEZA POR EL CLIENTE: LOS
      *    MOVIMIENTOS DEL DIA DE UN CLIENTE LLEGAN JUNTOS Y EN ORDEN
       200-PROCESA-BITACORA.
           MOVE ZEROS TO WKS-CLI-CODIGO
           MOVE ZEROS TO WKS-CLI-MOVIMIENTOS
           PERFORM 210-LEER-EDM4AUL
           PERFORM UNTIL WKS-EDM4AUL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDAU-CO-CLIENTE NOT = WKS-CLI-CODIGO
                   PERFORM 300-CIERRA-CLIENTE
                   MOVE EDAU-CO-CLIENTE TO WKS-CLI-CODIGO
               END-IF
               IF EDAU-FECHA-MOV = WKS-FECHA-PROCESO
               AND EDAU-ACCION NOT = "AGREGAR"
               AND EDAU-IMAGEN-ANTES NOT = SPACES
               AND EDAU-IMAGEN-DESPUES NOT = SPACES
                   ADD 1 TO WKS-TOTAL-DEL-DIA
                   PERFORM 220-ACUMULA-MOVIMIENTO
               END-IF
               PERFORM 210-LEER-EDM4AUL
           END-PERFORM
           PERFORM 300-CIERRA-CLIENTE.

       210-LEER-EDM4AUL.
           READ EDM4AUL NEXT RECORD
               AT END
                   SET WKS-EDM4AUL-EOF TO TRUE
           END-READ.

       220-ACUMULA-MOVIMIENTO.
           IF WKS-CLI-MOVIMIENTOS = ZEROS
               MOVE EDAU-IMAGEN-ANTES TO WKS-CLI-PRIMERA-ANTES
           END-IF
           ADD 1 TO WKS-CLI-MOVIMIENTOS
           MOVE EDAU-IMAGEN-DESPUES TO WKS-CLI-ULTIMA-DESPUES.

      *--> CORTE DE CLIENTE: UN SOLO AVISO POR CANAL AUNQUE HAYA
      *    VARIOS MOVIMIENTOS EN EL DIA; SI EL DATO VOLVIO A SU VALOR
      *    ORIGINAL NO HAY NADA QUE AVISAR
       300-CIERRA-CLIENTE.
           IF WKS-CLI-MOVIMIENTOS > ZEROS
               MOVE WKS-CLI-PRIMERA-ANTES  TO WKS-IMG-ANTES
               MOVE WKS-CLI-ULTIMA-DESPUES TO WKS-IMG-DESPUES
               IF EDIA-DIRECCION NOT = EDID-DIRECCION
               OR EDIA-CIUDAD NOT = EDID-CIUDAD
               OR EDIA-CODIGO-POSTAL NOT = EDID-CODIGO-POSTAL
                   PERFORM 400-AVISO-DIRECCION
               END-IF
               IF EDIA-NUMERO-TELEFONO NOT = EDID-NUMERO-TELEFONO
               OR EDIA-TEL-CELULAR NOT = EDID-TEL-CELULAR
                   PERFORM 500-AVISO-TELEFONO
               END-IF
           END-IF
           MOVE ZEROS TO WKS-CLI-MOVIMIENTOS.

      *--> CARTA A LA DIRECCION ANTERIOR (SI ESTABA COMPLETA)
       400-AVISO-DIRECCION.
           MOVE WKS-CLI-CODIGO TO WKS-DET-CLIENTE
           MOVE "CARTA"        TO WKS-DET-AVISO
           MOVE EDIA-DIRECCION TO WKS-DET-DESTINO
           MOVE "C" TO EDCO-CANAL
           PERFORM 600-CHECK-CONSENTIMIENTO
           IF WKS-FLAG-VETADO = 1
               ADD 1 TO WKS-TOTAL-VETADOS
               MOVE "SUPRIMIDO POR VETO" TO WKS-DET-RESULTADO
           ELSE
           IF EDIA-DIRECCION = SPACES
           OR EDIA-CIUDAD = SPACES
           OR EDIA-CODIGO-POSTAL = SPACES
               ADD 1 TO WKS-TOTAL-SIN-DESTINO
               MOVE "SIN DIRECCION ANTERIOR" TO WKS-DET-RESULTADO
           ELSE
               MOVE WKS-CLI-CODIGO TO CRT-CO-CLIENTE
               IF EDIA-TIPO-PERSONA
                   MOVE WKS-SALUDO-PERSONA  TO CRT-SALUDO
               ELSE
                   MOVE WKS-SALUDO-COMPANIA TO CRT-SALUDO
               END-IF
               MOVE EDIA-NOMBRE-CLIENTE TO CRT-NOMBRE
               MOVE EDIA-DIRECCION      TO CRT-DIRECCION
               MOVE EDIA-CIUDAD         TO CRT-CIUDAD
               MOVE EDIA-CODIGO-POSTAL  TO CRT-CODIGO-POSTAL
               MOVE WKS-MOTIVO-DIRECCION TO CRT-MOTIVO
               WRITE REG-CARTAS
               ADD 1 TO WKS-TOTAL-CARTAS
               MOVE "CARTA GENERADA" TO WKS-DET-RESULTADO
               MOVE SPACES TO EDNT-TEXTO
               STRING "AVISO CAMBIO DIRECCION: CARTA A DIR. ANTERIOR"
                   DELIMITED BY SIZE INTO EDNT-TEXTO
               END-STRING
               PERFORM 700-GRABA-NOTA
           END-IF
           END-IF
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

      *--> SMS AL CELULAR ANTERIOR (SI EL CLIENTE TENIA CELULAR)
       500-AVISO-TELEFONO.
           MOVE WKS-CLI-CODIGO   TO WKS-DET-CLIENTE
           MOVE "SMS"            TO WKS-DET-AVISO
           MOVE SPACES           TO WKS-DET-DESTINO
           MOVE EDIA-TEL-CELULAR TO WKS-DET-DESTINO(1:8)
           MOVE "M" TO EDCO-CANAL
           PERFORM 600-CHECK-CONSENTIMIENTO
           IF WKS-FLAG-VETADO = 1
               ADD 1 TO WKS-TOTAL-VETADOS
               MOVE "SUPRIMIDO POR VETO" TO WKS-DET-RESULTADO
           ELSE
           IF EDIA-TEL-CELULAR = ZEROS
               ADD 1 TO WKS-TOTAL-SIN-DESTINO
               MOVE "SIN CELULAR ANTERIOR" TO WKS-DET-RESULTADO
           ELSE
               MOVE WKS-CLI-CODIGO   TO SMS-CO-CLIENTE
               MOVE EDIA-TEL-CELULAR TO SMS-CELULAR
               MOVE WKS-TEXTO-SMS    TO SMS-TEXTO
               WRITE REG-MENSAJES
               ADD 1 TO WKS-TOTAL-SMS
               MOVE "SMS GENERADO" TO WKS-DET-RESULTADO
               MOVE SPACES TO EDNT-TEXTO
               STRING "AVISO CAMBIO TELEFONO: SMS AL CELULAR "
                      DELIMITED BY SIZE
                      EDIA-TEL-CELULAR DELIMITED BY SIZE
                   INTO EDNT-TEXTO
               END-STRING
               PERFORM 700-GRABA-NOTA
           END-IF
           END-IF
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

      *--> UNA FILA "N" VIGENTE EN EDM4CON PARA EL CANAL VETA EL AVISO
       600-CHECK-CONSENTIMIENTO.
           MOVE ZEROS TO WKS-FLAG-VETADO
           MOVE WKS-CLI-CODIGO TO EDCO-CO-CLIENTE
           READ EDM4CON
           IF WKS-EDM4CON-OK
           AND EDCO-CONTACTO-VETADO
           AND EDCO-FECHA-INICIO NOT > WKS-FECHA-HOY
           AND (EDCO-FECHA-FIN = ZEROS
                OR EDCO-FECHA-FIN NOT < WKS-FECHA-HOY)
               MOVE 1 TO WKS-FLAG-VETADO
           END-IF.

      *--> NOTA DE CONTACTO DEL AVISO; SI LA LLAVE YA EXISTE (OTRA
      *    NOTA EN EL MISMO SEGUNDO) SE CORRE LA HORA UN SEGUNDO
       700-GRABA-NOTA.
           MOVE WKS-CLI-CODIGO TO EDNT-CO-CLIENTE
           MOVE WKS-FECHA-HOY  TO EDNT-FECHA
           MOVE "EDID1R64"     TO EDNT-OPERADOR
           MOVE ZEROS          TO EDNT-FECHA-SEGUIM
           MOVE SPACES         TO EDNT-FILLER
           MOVE ZEROS TO WKS-FLAG-INTENTOS
           MOVE "22" TO WKS-EDM4NOT-STATUS
           PERFORM UNTIL NOT WKS-EDM4NOT-DUPKEY
                      OR WKS-FLAG-INTENTOS > 10
               MOVE WKS-HORA-NOTA TO EDNT-HORA
               WRITE REG-EDMNOT
               ADD 1 TO WKS-FLAG-INTENTOS
               MOVE WKS-HORA-NOTA TO WKS-HMS
               PERFORM 705-AVANZA-SEGUNDO
               MOVE WKS-HMS TO WKS-HORA-NOTA
           END-PERFORM
           IF NOT WKS-EDM4NOT-OK
               DISPLAY "EDID1R64 - ERROR EN EDM4NOT " WKS-CLI-CODIGO
                   " STATUS " WKS-EDM4NOT-STATUS
           END-IF.

      *--> SUMA UN SEGUNDO A WKS-HMS LLEVANDO A MINUTOS Y HORAS; DESPUES
      *    DE 235959 SIGUE EN 000000 DEL MISMO DIA (NUNCA UNA HORA
      *    INVALIDA EN LA LLAVE)
       705-AVANZA-SEGUNDO.
           COMPUTE WKS-SEG-DIA = WKS-HMS-HH * 3600
                               + WKS-HMS-MM * 60
                               + WKS-HMS-SS + 1
           IF WKS-SEG-DIA > 86399
               MOVE ZEROS TO WKS-SEG-DIA
           END-IF
           DIVIDE WKS-SEG-DIA BY 3600 GIVING WKS-HMS-HH
               REMAINDER WKS-SEG-RESTO
           DIVIDE WKS-SEG-RESTO BY 60 GIVING WKS-HMS-MM
               REMAINDER WKS-HMS-SS.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-DEL-DIA     TO WKS-TOT-DEL-DIA
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-CARTAS      TO WKS-TOT-CARTAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-SMS         TO WKS-TOT-SMS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-VETADOS     TO WKS-TOT-VETADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           MOVE WKS-TOTAL-SIN-DESTINO TO WKS-TOT-SIN-DESTINO
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           CLOSE EDM4AUL
           CLOSE EDM4CON
           CLOSE EDM4NOT
           CLOSE CARTAS
           CLOSE MENSAJES
           CLOSE REPORTE
           DISPLAY "EDID1R64 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R64 - DEL DIA    : " WKS-TOTAL-DEL-DIA
           DISPLAY "EDID1R64 - CARTAS     : " WKS-TOTAL-CARTAS
           DISPLAY "EDID1R64 - SMS        : " WKS-TOTAL-SMS
           DISPLAY "EDID1R64 - VETADOS    : " WKS-TOTAL-VETADOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R64" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R64" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R64" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS TO EDJL-LEIDOS
               COMPUTE EDJL-ESCRITOS =
                   WKS-TOTAL-CARTAS + WKS-TOTAL-SMS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
