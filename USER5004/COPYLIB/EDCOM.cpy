               88 WKS-COM-IDIOMA-INGLES     VALUE "E".
      *-->SELLO DE ULTIMA ACTIVIDAD (AAAAMMDDHHMMSS) PARA EL CIERRE
      *   AUTOMATICO DE SESION, Y MARCA DE SESION EXPIRADA QUE LOS
      *   PROGRAMAS DE LINEA DEVUELVEN AL MENU PARA EL AVISO. LA
      *   MISMA MARCA LLEVA AL MENU LOS AVISOS YA CONFIRMADOS EN
      *   EDID1AL5 PARA QUE LO PINTE SIN VOLVER A PEDIRLOS
           03  WKS-COM-ULT-ACTIVIDAD        PIC 9(14).
           03  WKS-COM-EXPIRADA             PIC X(01).
               88 WKS-COM-SESION-EXPIRADA   VALUE "E".
               88 WKS-COM-AVISOS-LEIDOS     VALUE "L".
      *-->SESION DE ENTRENAMIENTO: LOS PROGRAMAS DE LINEA OPERAN
      *   SOBRE LAS COPIAS DE PRACTICA DEL MAESTRO Y SU BITACORA
           03  WKS-COM-ENTRENA              PIC X(01).
