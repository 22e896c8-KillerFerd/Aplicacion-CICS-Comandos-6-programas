      ******************************************************************
      * ULTIMO PASO DE LA CADENA DE CIERRE DE DIA QUE ENVIA EDID1IL5  *
      * (RESPALDO IDCAMS, EDID1R09, EDID1R02, EDID1R03, EDID1R01).    *
      * TAMBIEN MUESTRA EL CONTEO DEL SNAPSHOT DEL MAESTRO QUE DEJO   *
      * EDID1R72, EL TOTAL CONTRA EL QUE CUADRAN LOS REPORTES.        *
      * LEE LA BITACORA DE JOBS EDM4JLG DEL DIA Y ARMA EL "RESULTADO  *
      * EOD" DE UNA PAGINA: CADA PASO CON SU ESTADO Y CONTEOS, Y EL   *
      * VEREDICTO COMPLETO/INCOMPLETO QUE EL TURNO DE LA MANANA       *
       01 WKS-TJL-SIN-LINE              PIC X(80) VALUE
           "  SIN CAMBIOS DE CONFIGURACION HOY".

      *-->SNAPSHOT DEL MAESTRO (EDID1R72): SU CONTEO ES EL TOTAL CONTRA
      *   EL QUE CUADRAN TODOS LOS REPORTES QUE LO LEYERON
       01 WKS-SNAPSHOT-EOD.
           02 WKS-SNP-ESTADO            PIC X(01) VALUE SPACES.
           02 WKS-SNP-REGISTROS         PIC 9(07) VALUE ZEROS.
           02 WKS-SNP-HORA-FIN          PIC 9(06) VALUE ZEROS.
       01 WKS-SNP-LINE.
           02 FILLER                    PIC X(23) VALUE
               "SNAPSHOT EDM4CL".
           02 FILLER                    PIC X(02) VALUE ": ".
           02 WKS-SNL-REGISTROS         PIC Z,ZZZ,ZZ9.
           02 FILLER                    PIC X(17) VALUE
               " REGISTROS A LAS ".
           02 WKS-SNL-HORA              PIC 99B99B99.
           02 FILLER                    PIC X(21) VALUE SPACES.
       01 WKS-SNP-SIN-LINE              PIC X(80) VALUE
           "SNAPSHOT EDM4CL: SIN CORRIDA HOY, REPORTES SOBRE MAESTRO".
       01 WKS-SNP-ERR-LINE              PIC X(80) VALUE
           "*** SNAPSHOT EDM4CL (EDID1R72) NO TERMINO, REVISE ***".

       01 WKS-PENDIENTES-LINE.
           02 FILLER                    PIC X(23) VALUE
               "APROBACIONES PENDIENTES".
           IF EDJL-PROGRAMA = "EDID1R03"
                MOVE 1 TO WKS-FLAG-R03-CORRIO
           END-IF
           IF EDJL-PROGRAMA = "EDID1R72"
                MOVE EDJL-ESTADO   TO WKS-SNP-ESTADO
                MOVE EDJL-ESCRITOS TO WKS-SNP-REGISTROS
                MOVE EDJL-HORA-FIN TO WKS-SNP-HORA-FIN
           END-IF
           MOVE 1 TO WKS-IDX
           PERFORM UNTIL WKS-IDX > 6
               IF EDJL-PROGRAMA = WKS-PASO-NOMBRE(WKS-IDX)
           MOVE WKS-PEN-CUENTA   TO WKS-PL-CUENTA
           MOVE WKS-PEN-EDAD-MAX TO WKS-PL-EDAD
           WRITE REG-REPORTE FROM WKS-PENDIENTES-LINE
           EVALUATE WKS-SNP-ESTADO
               WHEN "T"
                   MOVE WKS-SNP-REGISTROS TO WKS-SNL-REGISTROS
                   MOVE WKS-SNP-HORA-FIN  TO WKS-SNL-HORA
                   WRITE REG-REPORTE FROM WKS-SNP-LINE
               WHEN SPACES
                   WRITE REG-REPORTE FROM WKS-SNP-SIN-LINE
               WHEN OTHER
                   WRITE REG-REPORTE FROM WKS-SNP-ERR-LINE
           END-EVALUATE
           IF WKS-FLAG-R22-OK = ZEROS
                IF WKS-FLAG-R03-CORRIO = 1
                     MOVE "** PURGA CORRIO SIN RESPALDO EDID1R22 HOY"
