      * CINCO CONSULTAS: CIFRAS DE CONTROL DE EDM4CTL, JOBS DEL DIA   *
      * AUN ABIERTOS EN EDM4JLG, ERRORES DEL DIA EN EDM4ERR (CON LA   *
      * COMBINACION DE PEOR RECURRENCIA), SOLICITUDES PENDIENTES DE   *
      * EDM4PEN Y LA LISTA DE TRABAJO EDM4WKL POR SEVERIDAD. MUESTRA  *
      * ADEMAS EL RESUMEN DE TIEMPOS DE RESPUESTA DEL ULTIMO EDID1R84 *
      * (REGISTRO "RESPUEST" DE EDM4CTL). LAS PF SALTAN A LA          *
      * CONSULTA DE DETALLE CORRESPONDIENTE. SOLO SUPERVISOR O        *
      * ADMIN. TRANSID EDSU, VIA MENU                                 *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1SL2.
               03 WKS-TIME-SS           PIC 99.
           02 WKS-CIFRA-ED              PIC ZZZZZZZ9.
           02 WKS-CUENTA-ED             PIC ZZZZ9.
           02 WKS-SEGUNDOS-ED           PIC ZZZ9.99.
           02 WKS-EVQ-ULT               PIC X(19) VALUE SPACES.

       LINKAGE SECTION.
       220-CARGA-TABLERO.
           PERFORM 230-CARGA-CONTROL
           PERFORM 235-CARGA-EVQ
           PERFORM 237-CARGA-RESPUESTA
           PERFORM 240-CARGA-JOBS
           PERFORM 250-CARGA-ERRORES
           PERFORM 260-CARGA-PENDIENTES
                MOVE SPACES TO EDSL2-EVQ-DRENADOSO
           END-IF.

      *-->RESUMEN DE TIEMPOS DE RESPUESTA DEL ULTIMO EDID1R84; LOS
      *   TIEMPOS VIENEN EN CENTESIMAS Y SE MUESTRAN EN SEGUNDOS
       237-CARGA-RESPUESTA.
           MOVE "RESPUEST" TO EDCT-LLAVE
           PERFORM 805-EXEC-CICS-READ-CTL
           IF WKS-ARCHIVO-NORMAL AND EDCT-RSP-FECHA > ZEROS
                MOVE EDCT-RSP-FECHA(7:2) TO EDSL2-RSP-FECHAO(1:2)
                MOVE "/"                 TO EDSL2-RSP-FECHAO(3:1)
                MOVE EDCT-RSP-FECHA(5:2) TO EDSL2-RSP-FECHAO(4:2)
                MOVE "/"                 TO EDSL2-RSP-FECHAO(6:1)
                MOVE EDCT-RSP-FECHA(1:4) TO EDSL2-RSP-FECHAO(7:4)
                MOVE EDCT-RSP-TRANSACCIONES TO WKS-CIFRA-ED
                MOVE WKS-CIFRA-ED TO EDSL2-RSP-TRXO
                COMPUTE WKS-SEGUNDOS-ED = EDCT-RSP-PROMEDIO / 100
                MOVE WKS-SEGUNDOS-ED TO EDSL2-RSP-PROMO
                COMPUTE WKS-SEGUNDOS-ED = EDCT-RSP-P95 / 100
                MOVE WKS-SEGUNDOS-ED TO EDSL2-RSP-P95O
                MOVE EDCT-RSP-LENTAS TO WKS-CUENTA-ED
                MOVE WKS-CUENTA-ED TO EDSL2-RSP-LENTASO
                MOVE EDCT-RSP-PROG-PEOR TO EDSL2-RSP-PEORO
           ELSE
                MOVE "SIN REPORTE" TO EDSL2-RSP-FECHAO
                MOVE SPACES TO EDSL2-RSP-TRXO
                MOVE SPACES TO EDSL2-RSP-PROMO
                MOVE SPACES TO EDSL2-RSP-P95O
                MOVE SPACES TO EDSL2-RSP-LENTASO
                MOVE SPACES TO EDSL2-RSP-PEORO
           END-IF.

      *-->JOBS DEL DIA AUN EN "S"/"I"
       240-CARGA-JOBS.
           MOVE ZEROS TO WKS-JOBS-ABIERTOS
