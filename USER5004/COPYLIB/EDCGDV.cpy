      ******************************************************************
      * EDCGDV - LAYOUT DEL ARCHIVO DE CORREO DEVUELTO DEL COURIER    *
      *          (INTERFAZ DE ENTRADA PARA EDID1R65)                  *
      *          UNA FILA POR CARTA O ETIQUETA DEVUELTA               *
      ******************************************************************
       01  REG-EDCGDV.
           05 EDGD-CO-CLIENTE              PIC X(08).
           05 EDGD-MOTIVO                  PIC X(20).
