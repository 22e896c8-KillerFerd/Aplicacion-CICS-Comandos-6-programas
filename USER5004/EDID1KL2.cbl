      * DESCRIPCION : VISTO BUENO DE REVISION KYC DEL CLIENTE          *
      * ARCHIVOS    : EDM4CL (I/O) / EDM4AUL / EDM4WKL                 *
      * ACCION (ES) : ENTER=CONSULTAR PF1=VISTO BUENO PF10=SALIR       *
      * PROGRAMA(S) : XTCL / LINK EDID1BER EDID1BAU EDID1BSL           *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * BITACORA EDM4AUL, REPROGRAMA LA FECHA (COMPANIA +1 ANIO,      *
      * PERSONA +3) Y RESUELVE LAS FILAS KYCVENCE/KYCPROX DE LA       *
      * LISTA DE TRABAJO EDM4WKL QUE CARGO EL BARRIDO EDID1R33.       *
      * EN MODO SOLO LECTURA (EDID1BSL) EL VISTO BUENO SE RECHAZA.    *
      * TRANSID EDKY, VIA OPCION DE MENU EN EDM4MNU                   *
      ******************************************************************
       ID DIVISION.
       COPY DFHBMSCA.
       COPY DFHAID.
       COPY EDBTO.
       COPY EDBSL.
       COPY EDKL2.

       COPY EDMACL.

       COPY EDMAUL.

       COPY EDBAU.

       COPY EDMWKL.

       01 WKS-WORK-FIELDS.
                88 WKS-MSG-REVISADO     VALUE 8.
                88 WKS-MSG-NOAUTH       VALUE 9.
                88 WKS-MSG-UNKERROR     VALUE 10.
                88 WKS-MSG-SOLOLECT     VALUE 11.
           02 WKS-FLAG-INVALID          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SOLO-LECTURA     PIC 9 VALUE ZEROS.

       01 WKS-SUBSCRIPTS.
           02 WKS-INDEX                 PIC 99 VALUE ZEROS.
           END-IF

           PERFORM 005-CHECK-SESION-TIMEOUT
           PERFORM 009-CHECK-SOLO-LECTURA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY

           EVALUATE TRUE
                WHEN EIBCALEN NOT = 38
                    PERFORM 100-ACCION-DEFAULT
                WHEN WKS-FLAG-SOLO-LECTURA = 1
                    PERFORM 095-ACCION-SOLO-LECTURA
                WHEN EIBAID = DFHENTER
                    PERFORM 200-ACCION-ENTER
                WHEN EIBAID = DFHPF1
                    PERFORM 600-ACCION-OTHER
           END-EVALUATE.

      *-->ACCION CUANDO LA APLICACION ESTA EN MODO SOLO LECTURA:
      *   EL VISTO BUENO SE RECHAZA SIN TOCAR ARCHIVOS
       095-ACCION-SOLO-LECTURA.
           SET WKS-MSG-SOLOLECT TO TRUE
           PERFORM 802-EXEC-CICS-SEND-DATA
           PERFORM 804-EXEC-CICS-RETURN.

      *-->ACCION DEFAULT
       100-ACCION-DEFAULT.
           PERFORM 801-EXEC-CICS-SEND-ERASE
           END-EXEC
           PERFORM 899-EVALUATE-DFHRESP.

      *--> LA BITACORA SE GRABA ENCADENADA POR LA RUTINA EDID1BAU
       809-EXEC-CICS-WRITE-AUDIT.
           MOVE "EDM4AUL " TO EDBU-ARCHIVO
           MOVE REG-EDMAUL TO EDBU-REGISTRO
           EXEC CICS LINK
               PROGRAM('EDID1BAU')
               COMMAREA(REG-EDBAU)
               NOHANDLE
           END-EXEC.

           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDKL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-SOLOLECT
                MOVE "SOLO CONSULTAS: CIERRE DE DIA EN CURSO"
                TO EDKL2-OUTPUT-MSGO
           ELSE
                MOVE DFHYELLO TO EDKL2-OUTPUT-MSGC
                MOVE SPACES   TO EDKL2-OUTPUT-MSGO
               COMMAREA(WKS-COMMAREA)
           END-EXEC.

      *-->MODO SOLO LECTURA (VENTANA DE BATCH): ANTES DE DESPACHAR
      *   EL VISTO BUENO (PF1 REESCRIBE EDM4CL) SE CONSULTA EDID1BSL;
      *   CON EL MODO ENCENDIDO LA TECLA SE RECHAZA Y LAS CONSULTAS
      *   SIGUEN
       009-CHECK-SOLO-LECTURA.
           MOVE ZEROS TO WKS-FLAG-SOLO-LECTURA
           IF EIBAID = DFHPF1
                SET EDSL-NORMAL TO TRUE
                PERFORM 010-EXEC-CICS-LINK-SOLO-LECT
                IF EDSL-SOLO-LECTURA
                     MOVE 1 TO WKS-FLAG-SOLO-LECTURA
                END-IF
           END-IF.

       010-EXEC-CICS-LINK-SOLO-LECT.
           EXEC CICS LINK
               PROGRAM('EDID1BSL')
               COMMAREA(REG-EDBSL)
               NOHANDLE
           END-EXEC.

      *--> TERMINACION DEL PROGRAMA
       999-END-PROGRAM.
           MOVE SPACE TO EDKL2I
