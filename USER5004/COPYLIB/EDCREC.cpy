      ******************************************************************
      * EDCREC - COMMAREA DE SALTO A LA LISTA DE CLIENTES RECIENTES   *
      *          (EDID1YL2) CON PF12 DESDE UNA PANTALLA DE CLIENTE:   *
      *          SESION EDCOM MAS LA PANTALLA DE ORIGEN, A LA QUE     *
      *          VUELVE LA SELECCION "S" Y LA TECLA PF10, Y EL        *
      *          CLIENTE QUE TENIA CARGADO (CEROS = NINGUNO)          *
      ******************************************************************
       01  WKS-COM-RECIENTES.
           05 WKS-CRC-SESION               PIC X(29).
           05 WKS-CRC-ORIGEN               PIC X(08).
           05 WKS-CRC-CO-CLIENTE           PIC 9(08).
