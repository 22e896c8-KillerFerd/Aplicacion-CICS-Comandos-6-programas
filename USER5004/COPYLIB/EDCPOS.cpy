      ******************************************************************
      * EDCPOS - COMMAREA DE ENTRADA POSICIONADA (37 BYTES): SESION   *
      *          EDCOM MAS EL CODIGO DE CLIENTE. LA ARMA EL RESUMEN   *
      *          EDID1WL2 AL SALTAR CON PF A UNA PANTALLA DE DETALLE, *
      *          QUE LA RECONOCE POR LA LONGITUD Y CONSULTA DE UNA    *
      *          VEZ ESE CLIENTE SIN PEDIR EL CODIGO                  *
      ******************************************************************
       01  WKS-COM-POSICIONADA.
           05 WKS-CPO-SESION               PIC X(29).
           05 WKS-CPO-CO-CLIENTE           PIC 9(08).
