      * ACTUALIZAR PERFILES (PASSWORD, VENCIMIENTO, ROL, TAMANO DE     *
      * PAGINA Y SCROLL) Y DESBLOQUEAR OPERADORES CON INTENTOS         *
      * FALLIDOS DE PASSWORD                                           *
      * PF8 ENCIENDE O APAGA EL MODO SOLO LECTURA DE LA APLICACION     *
      * (REGISTRO "PARAMS  " DE EDM4CTL) QUE TAMBIEN MANEJA EL CIERRE  *
      * DE DIA CON EDID1R70; CADA CAMBIO QUEDA EN LA BITACORA EDM4TJL  *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1OLI.
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDOLI.

       COPY EDMPRF.
                88 WKS-MSG-BADIDIOMA    VALUE 12.
                88 WKS-MSG-PARAMS       VALUE 13.
                88 WKS-MSG-BADTIMEOUT   VALUE 14.
                88 WKS-MSG-SOLOLECT-ON  VALUE 15.
                88 WKS-MSG-SOLOLECT-OFF VALUE 16.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ALTA             PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PARAMS-ALTA      PIC 9 VALUE ZEROS.
                    PERFORM 460-ACCION-PF6
                WHEN EIBAID = DFHPF7
                    PERFORM 470-ACCION-PF7
                WHEN EIBAID = DFHPF8
                    PERFORM 475-ACCION-PF8
                WHEN EIBAID = DFHPF10
                    PERFORM 500-ACCION-PF10
                WHEN OTHER
           PERFORM 803-EXEC-CICS-SEND-DATA-CURSOR
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA ENCENDER O APAGAR EL MODO SOLO LECTURA DE LA
      *   APLICACION (REGISTRO "PARAMS  " DE EDM4CTL). CON EL MODO
      *   ENCENDIDO LAS PANTALLAS DE MANTENIMIENTO Y EDID1BMA RECHAZAN
      *   ACTUALIZACIONES; EL CIERRE DE DIA LO MANEJA CON EDID1R70
       475-ACCION-PF8.
           MOVE "PARAMS  " TO EDCT-LLAVE
           PERFORM 813-EXEC-CICS-READ-CONTROL-UPD
           IF WKS-EDM4CTL-NORMAL
                MOVE ZEROS TO WKS-FLAG-PARAMS-ALTA
                MOVE SPACES TO WKS-IMAGEN-ANTES
                MOVE REG-EDMCTL TO WKS-IMAGEN-ANTES(1:61)
           ELSE
                MOVE 1 TO WKS-FLAG-PARAMS-ALTA
                MOVE SPACES TO WKS-IMAGEN-ANTES
                INITIALIZE REG-EDMCTL
                MOVE "PARAMS  " TO EDCT-LLAVE
      *-->SIN REGISTRO PREVIO RIGE EL DEFAULT DE EDID1BTO
                MOVE 15 TO EDCT-TIMEOUT-MINUTOS
                MOVE SPACES TO EDCT-PARAMS-FILLER
           END-IF
           IF EDCT-MODO-SOLO-LECTURA
                MOVE SPACES TO EDCT-SOLO-LECTURA
           ELSE
                SET EDCT-MODO-SOLO-LECTURA TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDCT-SL-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDCT-SL-HORA
           MOVE WKS-COM-OPERADOR-ID TO EDCT-SL-ORIGEN
           IF WKS-FLAG-PARAMS-ALTA = 1
                PERFORM 814-EXEC-CICS-WRITE-CONTROL
           ELSE
                PERFORM 815-EXEC-CICS-REWRITE-CONTROL
           END-IF
           IF WKS-EDM4CTL-NORMAL
                IF WKS-FLAG-PARAMS-ALTA = 1
                     SET EDJT-ALTA TO TRUE
                ELSE
                     SET EDJT-CAMBIO TO TRUE
                END-IF
                PERFORM 490-BITACORA-PARAMS
                IF EDCT-MODO-SOLO-LECTURA
                     SET WKS-MSG-SOLOLECT-ON TO TRUE
                ELSE
                     SET WKS-MSG-SOLOLECT-OFF TO TRUE
                END-IF
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION PARA SALIR AL MENU PRINCIPAL
       500-ACCION-PF10.
           PERFORM 810-EXEC-CICS-XCTL-PROGRAM-1
               NOHANDLE
           END-EXEC.

       817-EXEC-CICS-LINK-SOLO-LECT.
           EXEC CICS LINK
               PROGRAM('EDID1BSL')
               COMMAREA(REG-EDBSL)
               NOHANDLE
           END-EXEC.

       897-EVALUATE-DFHRESP-CONTROL.
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL) SET WKS-EDM4CTL-NORMAL TO TRUE
           ELSE IF WKS-MSG-BADTIMEOUT
                MOVE "MINUTOS DE INACTIVIDAD NO NUMERICOS"
                TO EDOLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT-ON
                MOVE "MODO SOLO LECTURA ENCENDIDO"
                TO EDOLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT-OFF
                MOVE "MODO SOLO LECTURA APAGADO"
                TO EDOLI-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDOLI-OUTPUT-MSGO
           MOVE FUNCTION CURRENT-DATE(9:2) TO WKS-TIME-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WKS-TIME-MM
           MOVE FUNCTION CURRENT-DATE(13:2) TO WKS-TIME-SS
           MOVE WKS-TIME-SIS TO EDOLI-TIME-SISO
      *-->ESTADO VIGENTE DEL MODO SOLO LECTURA (EDID1BSL)
           SET EDSL-NORMAL TO TRUE
           PERFORM 817-EXEC-CICS-LINK-SOLO-LECT
           IF EDSL-SOLO-LECTURA
                MOVE "ENCENDIDO" TO EDOLI-SOLOLECTO
                MOVE DFHRED      TO EDOLI-SOLOLECTC
           ELSE
                MOVE "APAGADO"   TO EDOLI-SOLOLECTO
                MOVE DFHNEUTR    TO EDOLI-SOLOLECTC
           END-IF.

      *-->CONTROL DE INACTIVIDAD: ANTES DE DESPACHAR LA TECLA SE
      *   CONSULTA EDID1BTO; UNA SESION VENCIDA LIMPIA LA COMMAREA Y
