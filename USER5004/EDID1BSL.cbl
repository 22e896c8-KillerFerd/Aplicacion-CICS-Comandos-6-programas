      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1BSL                                         *
      * TIPO        : RUTINA                                           *
      * DESCRIPCION : CONSULTA CALLABLE DEL MODO SOLO LECTURA          *
      * ARCHIVOS    : EDM4CTL (ENTRADA)                                *
      * ACCION (ES) : -                                                *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RUTINA SIN PANTALLA INVOCADA CON EXEC CICS LINK POR TODA      *
      * RUTA DE LINEA QUE ACTUALIZA EL MAESTRO ANTES DE GRABAR:       *
      * DEVUELVE SI LA APLICACION ESTA EN MODO SOLO LECTURA SEGUN EL  *
      * REGISTRO "PARAMS  " DE EDM4CTL (LO ENCIENDE EL CIERRE DE DIA  *
      * EDID1R70 O EL ADMINISTRADOR EN EDID1OLI). SIN REGISTRO O CON  *
      * EL ARCHIVO CERRADO LA APLICACION QUEDA EN MODO NORMAL         *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1BSL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDMCTL.

       COPY EDBSL.

       01 WKS-EDM4CTL-STATUS            PIC 99 VALUE ZEROS.
           88 WKS-EDM4CTL-NORMAL        VALUE 1.
           88 WKS-EDM4CTL-NOTFND        VALUE 2.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(30).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

      *-->MOVER COMMAREA DE ENTRADA
           IF EIBCALEN NOT = 0
                MOVE DFHCOMMAREA TO REG-EDBSL
           END-IF

           PERFORM 100-PROCESS-CONSULTA

      *-->DEVOLVER COMMAREA DE SALIDA
           IF EIBCALEN NOT = 0
                MOVE REG-EDBSL TO DFHCOMMAREA
           END-IF

           PERFORM 801-EXEC-CICS-RETURN

           GOBACK.

      *-->LEE EL REGISTRO DE PARAMETROS Y DEVUELVE EL MODO VIGENTE
       100-PROCESS-CONSULTA.
           SET EDSL-NORMAL TO TRUE
           MOVE SPACES TO EDSL-ORIGEN
           MOVE ZEROS  TO EDSL-FECHA
           MOVE ZEROS  TO EDSL-HORA
           MOVE "PARAMS  " TO EDCT-LLAVE
           PERFORM 805-EXEC-CICS-READ-CONTROL
           IF WKS-EDM4CTL-NORMAL
                IF EDCT-MODO-SOLO-LECTURA
                     SET EDSL-SOLO-LECTURA TO TRUE
                END-IF
                MOVE EDCT-SL-ORIGEN TO EDSL-ORIGEN
                IF EDCT-SL-FECHA NUMERIC
                     MOVE EDCT-SL-FECHA TO EDSL-FECHA
                END-IF
                IF EDCT-SL-HORA NUMERIC
                     MOVE EDCT-SL-HORA TO EDSL-HORA
                END-IF
           END-IF.

      *--> COMANDOS CICS
       801-EXEC-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       805-EXEC-CICS-READ-CONTROL.
           EXEC CICS READ
               FILE('EDM4CTL')
               INTO(REG-EDMCTL)
               RIDFLD(EDCT-LLAVE)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
                SET WKS-EDM4CTL-NORMAL TO TRUE
           ELSE
                SET WKS-EDM4CTL-NOTFND TO TRUE
           END-IF.
