      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BRN                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : BITACORA CALLABLE DE TIEMPOS DE RESPUESTA        *
      * ARCHIVOS    : EDM4RND (SALIDA)                                 *
      * ACCION (ES) : -                                                *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RUTINA SIN PANTALLA PARA EXEC CICS LINK: LAS PANTALLAS DE     *
      * CLIENTES LA INVOCAN JUSTO ANTES DE SU RETURN O XCTL CON LA    *
      * HORA EN QUE ENTRARON, LA TECLA Y LAS LECTURAS DE ARCHIVO QUE  *
      * HICIERON. AQUI SE TOMA LA HORA DE FIN, SE CALCULA LA DURACION *
      * EN CENTESIMAS (SI LA TAREA CRUZO LA MEDIANOCHE SE SUMA UN DIA)*
      * Y SE GRABA LA FILA EN EDM4RND. EN CHOQUE DE LLAVE (MISMA      *
      * TERMINAL EN LA MISMA CENTESIMA) SUBE LA SECUENCIA Y REINTENTA.*
      * NINGUN PROBLEMA DEL REGISTRO REGRESA AL OPERADOR              *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BRN.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

       COPY EDMRND.

       COPY EDBRN.

       01 WKS-EDM4RND-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4RND-NORMAL        VALUE 1.
           88 WKS-EDM4RND-DUPREC        VALUE 2.
           88 WKS-EDM4RND-ERROR         VALUE 3.
       01 WKS-REINTENTOS                PIC 9(02) VALUE ZEROS.

      *-->HORA DE FIN Y CONVERSION DE HHMMSSCC A CENTESIMAS DEL DIA
       01 WKS-FIN.
           02 WKS-FECHA-FIN             PIC 9(08).
           02 WKS-HORA-FIN              PIC 9(08).
       01 WKS-HORA-TRABAJO              PIC 9(08) VALUE ZEROS.
       01 WKS-HORA-TRABAJO-R REDEFINES WKS-HORA-TRABAJO.
           02 WKS-HT-HH                 PIC 9(02).
           02 WKS-HT-MM                 PIC 9(02).
           02 WKS-HT-SS                 PIC 9(02).
           02 WKS-HT-CC                 PIC 9(02).
       01 WKS-CENTESIMAS                PIC 9(07) VALUE ZEROS.
       01 WKS-CENT-INICIO               PIC 9(07) VALUE ZEROS.
       01 WKS-CENT-FIN                  PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(56).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA DE ENTRADA
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO REG-EDBRN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:16) TO WKS-FIN

           INITIALIZE REG-EDMRND
           MOVE EDRN-FECHA-INICIO  TO EDRD-FECHA
           MOVE EDRN-HORA-INICIO   TO EDRD-HORA-INICIO
           MOVE EDRN-TERMINAL      TO EDRD-TERMINAL
           MOVE ZEROS              TO EDRD-SECUENCIA
           MOVE EDRN-PROGRAMA      TO EDRD-PROGRAMA
           MOVE EDRN-TRANSACCION   TO EDRD-TRANSACCION
           MOVE EDRN-OPERADOR      TO EDRD-OPERADOR
           MOVE WKS-HORA-FIN       TO EDRD-HORA-FIN
           MOVE EDRN-LECTURAS      TO EDRD-LECTURAS
           PERFORM 100-NOMBRE-TECLA
           PERFORM 200-CALCULA-DURACION

           MOVE ZEROS TO WKS-REINTENTOS
           PERFORM 805-EXEC-CICS-WRITE-RND
           PERFORM UNTIL NOT WKS-EDM4RND-DUPREC
           OR WKS-REINTENTOS > 98
                ADD 1 TO WKS-REINTENTOS
                ADD 1 TO EDRD-SECUENCIA
                PERFORM 805-EXEC-CICS-WRITE-RND
           END-PERFORM

           PERFORM 801-EXEC-CICS-RETURN

           GOBACK.

      *-->NOMBRE LEGIBLE DE LA TECLA PARA EL REPORTE
       100-NOMBRE-TECLA.
           EVALUATE EDRN-TECLA
                WHEN DFHENTER MOVE "ENTR" TO EDRD-TECLA
                WHEN DFHCLEAR MOVE "CLR " TO EDRD-TECLA
                WHEN DFHPA1   MOVE "PA1 " TO EDRD-TECLA
                WHEN DFHPA2   MOVE "PA2 " TO EDRD-TECLA
                WHEN DFHPA3   MOVE "PA3 " TO EDRD-TECLA
                WHEN DFHPF1   MOVE "PF01" TO EDRD-TECLA
                WHEN DFHPF2   MOVE "PF02" TO EDRD-TECLA
                WHEN DFHPF3   MOVE "PF03" TO EDRD-TECLA
                WHEN DFHPF4   MOVE "PF04" TO EDRD-TECLA
                WHEN DFHPF5   MOVE "PF05" TO EDRD-TECLA
                WHEN DFHPF6   MOVE "PF06" TO EDRD-TECLA
                WHEN DFHPF7   MOVE "PF07" TO EDRD-TECLA
                WHEN DFHPF8   MOVE "PF08" TO EDRD-TECLA
                WHEN DFHPF9   MOVE "PF09" TO EDRD-TECLA
                WHEN DFHPF10  MOVE "PF10" TO EDRD-TECLA
                WHEN DFHPF11  MOVE "PF11" TO EDRD-TECLA
                WHEN DFHPF12  MOVE "PF12" TO EDRD-TECLA
                WHEN DFHPF13  MOVE "PF13" TO EDRD-TECLA
                WHEN DFHPF14  MOVE "PF14" TO EDRD-TECLA
                WHEN DFHPF15  MOVE "PF15" TO EDRD-TECLA
                WHEN DFHPF16  MOVE "PF16" TO EDRD-TECLA
                WHEN DFHPF17  MOVE "PF17" TO EDRD-TECLA
                WHEN DFHPF18  MOVE "PF18" TO EDRD-TECLA
                WHEN DFHPF19  MOVE "PF19" TO EDRD-TECLA
                WHEN DFHPF20  MOVE "PF20" TO EDRD-TECLA
                WHEN DFHPF21  MOVE "PF21" TO EDRD-TECLA
                WHEN DFHPF22  MOVE "PF22" TO EDRD-TECLA
                WHEN DFHPF23  MOVE "PF23" TO EDRD-TECLA
                WHEN DFHPF24  MOVE "PF24" TO EDRD-TECLA
                WHEN OTHER    MOVE "OTRA" TO EDRD-TECLA
           END-EVALUATE.

      *-->FIN MENOS INICIO EN CENTESIMAS; SI LA FECHA CAMBIO ENTRE
      *   AMBAS LA TAREA CRUZO LA MEDIANOCHE Y SE SUMA UN DIA
       200-CALCULA-DURACION.
           MOVE EDRN-HORA-INICIO TO WKS-HORA-TRABAJO
           PERFORM 210-A-CENTESIMAS
           MOVE WKS-CENTESIMAS TO WKS-CENT-INICIO
           MOVE WKS-HORA-FIN TO WKS-HORA-TRABAJO
           PERFORM 210-A-CENTESIMAS
           MOVE WKS-CENTESIMAS TO WKS-CENT-FIN
           IF WKS-FECHA-FIN NOT = EDRN-FECHA-INICIO
                ADD 8640000 TO WKS-CENT-FIN
           END-IF
           IF WKS-CENT-FIN < WKS-CENT-INICIO
                MOVE ZEROS TO EDRD-DURACION
           ELSE
                COMPUTE EDRD-DURACION = WKS-CENT-FIN - WKS-CENT-INICIO
           END-IF.

       210-A-CENTESIMAS.
           COMPUTE WKS-CENTESIMAS =
               ((WKS-HT-HH * 60 + WKS-HT-MM) * 60 + WKS-HT-SS) * 100
               + WKS-HT-CC.

      *--> COMANDOS CICS
       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       805-EXEC-CICS-WRITE-RND.
           EXEC CICS WRITE
               FILE('EDM4RND')
               FROM(REG-EDMRND)
               RIDFLD(EDRD-LLAVE)
               NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4RND-NORMAL TO TRUE
                WHEN DFHRESP(DUPREC) SET WKS-EDM4RND-DUPREC TO TRUE
                WHEN OTHER           SET WKS-EDM4RND-ERROR  TO TRUE
           END-EVALUATE.
