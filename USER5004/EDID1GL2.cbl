      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * UNA FILA POR CODIGO DE SECTOR ECONOMICO CON SU DESCRIPCION    *
      * Y SU PESO DE RIESGO (0-9, LO USA LA CALIFICACION DE RIESGO    *
      * EDID1R55), AL ESTILO DE LA TABLA DE CIUDADES EDID1KLI. EL     *
      * SECTOR SE CAPTURA EN LAS COMPANIAS (EDID1ALI/EDID1MLI) Y LO   *
      * EXPLOTAN EL REPORTE DE CONCENTRACION EDID1R52 Y EL            *
      * DEMOGRAFICO EDID1R16. CAMBIOS SOLO SUPERVISOR O ADMIN.        *
      * TRANSID EDSC, VIA OPCION DE MENU EN EDM4MNU                   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1GL2.
                88 WKS-MSG-NOEXISTE     VALUE 8.
                88 WKS-MSG-NOAUTH       VALUE 9.
                88 WKS-MSG-UNKERROR     VALUE 10.
                88 WKS-MSG-BADPESO      VALUE 11.
           02 WKS-FLAG-EXISTE           PIC 9 VALUE ZEROS.
           02 WKS-IMAGEN-ANTES          PIC X(150) VALUE SPACES.

           PERFORM UNTIL WKS-AUX > WKS-PAGE-LIMIT
                MOVE SPACES TO EDGL2-LIN-CODIGOO(WKS-AUX)
                MOVE SPACES TO EDGL2-LIN-DESCRIPO(WKS-AUX)
                MOVE SPACES TO EDGL2-LIN-PESOO(WKS-AUX)
                MOVE SPACES TO EDGL2-LIN-OPERO(WKS-AUX)
                MOVE SPACES TO EDGL2-LIN-FECHAO(WKS-AUX)
                ADD 1 TO WKS-AUX
       240-LOAD-TABLE-LINE.
           MOVE EDSC-CODIGO      TO EDGL2-LIN-CODIGOO(WKS-INDEX)
           MOVE EDSC-DESCRIPCION TO EDGL2-LIN-DESCRIPO(WKS-INDEX)
           IF EDSC-PESO-RIESGO IS NUMERIC
                MOVE EDSC-PESO-RIESGO TO EDGL2-LIN-PESOO(WKS-INDEX)
           ELSE
                MOVE "0" TO EDGL2-LIN-PESOO(WKS-INDEX)
           END-IF
           MOVE EDSC-OPERADOR    TO EDGL2-LIN-OPERO(WKS-INDEX)
           MOVE EDSC-FECHA-ALTA(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE EDSC-FECHA-ALTA(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           ELSE IF EDGL2-DESCRIPI NOT > SPACES
                SET WKS-MSG-BADDIAS TO TRUE
                MOVE -1 TO EDGL2-DESCRIPL
           ELSE IF EDGL2-PESOI IS NOT NUMERO
                SET WKS-MSG-BADPESO TO TRUE
                MOVE -1 TO EDGL2-PESOL
           ELSE
                PERFORM 320-GRABA-FILA
           END-IF
                MOVE EDGL2-CODIGOI TO EDSC-CODIGO
           END-IF
           MOVE EDGL2-DESCRIPI      TO EDSC-DESCRIPCION
           MOVE EDGL2-PESOI         TO EDSC-PESO-RIESGO
           MOVE WKS-COM-OPERADOR-ID TO EDSC-OPERADOR
           MOVE WKS-FECHA-HOY       TO EDSC-FECHA-ALTA
           IF WKS-FLAG-EXISTE = 1
                SET WKS-MSG-GRABADO TO TRUE
                MOVE SPACES TO EDGL2-CODIGOI
                MOVE SPACES TO EDGL2-DESCRIPI
                MOVE SPACES TO EDGL2-PESOI
           ELSE
                SET WKS-MSG-UNKERROR TO TRUE
           END-IF.
           ELSE IF WKS-MSG-NOAUTH
                MOVE "CAMBIOS SOLO PARA SUPERVISOR"
                TO EDGL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-BADPESO
                MOVE "PESO DE RIESGO INVALIDO (0 A 9)"
                TO EDGL2-OUTPUT-MSGO
           ELSE IF WKS-MSG-UNKERROR
                MOVE "ERROR DESCONOCIDO"
                TO EDGL2-OUTPUT-MSGO
